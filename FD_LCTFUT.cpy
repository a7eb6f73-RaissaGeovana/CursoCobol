      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do armazem de lancamentos com data futura
      *          (LCTFUT.DAT). O LANCTOS grava aqui, em vez de
      *          aplicar, todo lancamento cuja data efetiva e
      *          posterior a data da corrida; a etapa LCTFLIB da
      *          cadeia noturna devolve cada um ao LANCTOS.TXT no seu
      *          dia util efetivo. O LCTFMNT consulta e cancela e o
      *          LCTFREL lista o que vence nos proximos N dias. A
      *          chave comeca pela data efetiva, para a leitura em
      *          ordem de vencimento.
      ******************************************************************
       01  RG-LCTFUT.
           02  LFUT-CHAVE.
               03  LFUT-DATA-EFET  PIC 9(08).
               03  LFUT-DATA-SUB   PIC 9(08).
               03  LFUT-HORA-SUB   PIC 9(06).
               03  LFUT-SEQ        PIC 9(03).
           02  LFUT-COD-DADOS      PIC 9(07).
           02  LFUT-TIPO           PIC X(01).
               88  LFUT-DEBITO     VALUE 'D'.
               88  LFUT-CREDITO    VALUE 'C'.
           02  LFUT-VALOR          PIC 9(07)V99.
           02  LFUT-MOTIVO         PIC X(03).
           02  LFUT-OPERADOR       PIC X(08).
