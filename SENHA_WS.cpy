      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho do hash de senhas: a senha digitada
      *          entra em WS-SNH-SENHA e o sal do operador em
      *          WS-SNH-SAL; 9650-CALCULA-HASH devolve em WS-SNH-HASH
      *          os 20 digitos gravados em OPER-SENHA/SH-SENHA e
      *          9655-GERA-SAL prepara um sal novo para cada troca de
      *          senha. A senha em claro nunca vai para arquivo.
      *          Requer COPY SENHA nos paragrafos.
      ******************************************************************
       01  WS-SNH-ENTRADA.
           02  WS-SNH-SAL          PIC X(08) VALUE SPACES.
           02  WS-SNH-SENHA        PIC X(08) VALUE SPACES.
       01  FILLER REDEFINES WS-SNH-ENTRADA.
           02  WS-SNH-CAR          PIC X(01) OCCURS 16 TIMES.
       01  WS-SNH-RESULTADO.
           02  WS-SNH-H1           PIC 9(10) VALUE ZEROS.
           02  WS-SNH-H2           PIC 9(10) VALUE ZEROS.
       01  WS-SNH-HASH REDEFINES WS-SNH-RESULTADO
                                   PIC X(20).
      *    VALOR BINARIO DO CARACTER: BYTE ALTO ZERADO E O CARACTER
      *    NO BYTE BAIXO.
       01  WS-SNH-COD.
           02  WS-SNH-COD-N        PIC 9(04) COMP.
       01  FILLER REDEFINES WS-SNH-COD.
           02  WS-SNH-COD-ALTO     PIC X(01).
           02  WS-SNH-COD-BAIXO    PIC X(01).
       77  WS-SNH-PROD             PIC 9(15) COMP-3 VALUE ZEROS.
       77  WS-SNH-QUOC             PIC 9(15) COMP-3 VALUE ZEROS.
       77  WS-SNH-RODADA           PIC 9(04) COMP VALUE ZEROS.
       77  WS-SNH-IDX              PIC 9(02) COMP VALUE ZEROS.
       77  WS-SNH-RODADAS          PIC 9(04) COMP VALUE 500.
       77  WS-SNH-CONT-SAL         PIC 9(02) VALUE ZEROS.
       77  WS-SNH-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-SNH-HORA             PIC 9(08) VALUE ZEROS.
