      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do controle de numeracao das referencias de
      *          movimento (MOVREF.DAT): um registro por serie com o
      *          ultimo numero entregue. A serie MOVHIST numera cada
      *          movimento gravado em MOVHIST.TXT, para o estorno
      *          (ESTORNO) achar o movimento e amarrar o par. Mantido
      *          pelo paragrafo 9555-PROXIMA-REFERENCIA.
      ******************************************************************
       01  RG-MOVREF.
           02  MREF-SERIE          PIC X(08).
           02  MREF-ULTIMA         PIC 9(09).
