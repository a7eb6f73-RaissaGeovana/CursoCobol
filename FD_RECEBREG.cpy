      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro dos arquivos de recebimentos do banco ja
      *          aplicados (RECEBREG.DAT), gravado pelo RECEBAPL ao
      *          fim de cada aplicacao. A chave e a identidade do
      *          arquivo: data, quantidade e total do trailer do
      *          banco (sem trailer, a maior data valor e a
      *          quantidade e o total lidos). O mesmo RECEBTO.TXT
      *          apresentado de novo e recusado inteiro e sai no
      *          controle de recebimentos com a data da aplicacao
      *          original.
      ******************************************************************
       01  RG-RECEBREG.
           02  RRG-CHAVE.
               03  RRG-DATA-ARQ    PIC 9(08).
               03  RRG-QUANTIDADE  PIC 9(07).
               03  RRG-VALOR       PIC 9(11)V99.
           02  RRG-TRAILER         PIC X(01).
               88  RRG-COM-TRAILER     VALUE 'S'.
           02  RRG-DATA-APLIC      PIC 9(08).
           02  RRG-HORA-APLIC      PIC 9(06).
           02  RRG-LANCADOS        PIC 9(07).
           02  RRG-SUSPENSOS       PIC 9(07).
           02  FILLER              PIC X(10).
