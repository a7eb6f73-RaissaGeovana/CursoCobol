      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do historico de ajustes de periodo anterior
      *          (AJUSTPER.TXT) - um registro por correcao lancada
      *          pelo AJUSTPER em periodo fechado do FECHMES, com o
      *          valor antes e depois, a referencia do movimento em
      *          MOVHIST.TXT, a justificativa e o supervisor que
      *          aprovou. Base do relatorio de reapresentacao.
      ******************************************************************
       01  RG-AJUSTPER.
           02  AJP-PERIODO         PIC 9(06).
           02  AJP-COD-DADOS       PIC 9(07).
           02  AJP-TIPO            PIC X(01).
               88  AJP-DEBITO      VALUE 'D'.
               88  AJP-CREDITO     VALUE 'C'.
           02  AJP-VALOR           PIC 9(07)V99.
           02  AJP-VALOR-ANTES     PIC S9(07)V99.
           02  AJP-VALOR-DEPOIS    PIC S9(07)V99.
           02  AJP-MOTIVO          PIC X(03).
           02  AJP-JUSTIFICATIVA   PIC X(30).
           02  AJP-REFERENCIA      PIC 9(09).
           02  AJP-OPERADOR        PIC X(08).
           02  AJP-SUPERVISOR      PIC X(08).
           02  AJP-DATA            PIC 9(08).
           02  AJP-HORA            PIC 9(06).
