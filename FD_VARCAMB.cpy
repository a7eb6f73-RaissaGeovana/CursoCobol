      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro das variacoes cambiais contabilizadas
      *          (VARCAMB.DAT), gravado pelo VARCAMB: uma linha por
      *          periodo AAAAMM levado a interface contabil, com a
      *          data contabil usada, as taxas de referencia de
      *          abertura e fechamento e os totais de ganho e perda
      *          postados. A existencia da linha impede contabilizar
      *          a variacao do mesmo periodo duas vezes.
      ******************************************************************
       01  RG-VARCAMB.
           02  VCB-PERIODO         PIC 9(06).
           02  VCB-DATA-CONTABIL   PIC 9(08).
           02  VCB-REF-ABERTURA    PIC 9(08).
           02  VCB-REF-FECHAMENTO  PIC 9(08).
           02  VCB-QTD-CODIGOS     PIC 9(07).
           02  VCB-VALOR-GANHO     PIC 9(11)V99.
           02  VCB-VALOR-PERDA     PIC 9(11)V99.
           02  VCB-DATA            PIC 9(08).
           02  VCB-HORA            PIC 9(06).
