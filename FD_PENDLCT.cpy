      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da fila de lancamentos pendentes de dupla
      *          aprovacao (PENDLCT.DAT). O LANCTOS grava aqui, em vez
      *          de aplicar, todo lancamento de valor acima do limite
      *          de LIMLANC.TXT, com o operador que submeteu o
      *          arquivo; o APRLCT exibe cada um para um segundo
      *          operador aprovar (aplica em DADOS1, MOVHIST e
      *          CTLSALDO e remove da fila) ou rejeitar. O rejeitado
      *          fica na fila com o revisor e o motivo ate o LANCTOS
      *          devolve-lo ao operador que o submeteu.
      ******************************************************************
       01  RG-PENDLCT.
           02  PLCT-CHAVE.
               03  PLCT-DATA-SUB   PIC 9(08).
               03  PLCT-HORA-SUB   PIC 9(06).
               03  PLCT-SEQ        PIC 9(03).
           02  PLCT-COD-DADOS      PIC 9(07).
           02  PLCT-TIPO           PIC X(01).
               88  PLCT-DEBITO     VALUE 'D'.
               88  PLCT-CREDITO    VALUE 'C'.
           02  PLCT-VALOR          PIC 9(07)V99.
           02  PLCT-MOTIVO         PIC X(03).
           02  PLCT-DATA-EFET      PIC 9(08).
           02  PLCT-OPERADOR       PIC X(08).
           02  PLCT-SITUACAO       PIC X(01).
               88  PLCT-PENDENTE   VALUE 'P'.
               88  PLCT-REJEITADO  VALUE 'R'.
           02  PLCT-REVISOR        PIC X(08).
           02  PLCT-DATA-DEC       PIC 9(08).
           02  PLCT-MOTIVO-REJ     PIC X(20).
