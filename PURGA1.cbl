      *          corte informada, removendo-o em seguida do arquivo
      *          de producao, para que o INDEXADO/CONSCRUD/ALTDADOS
      *          nao continuem crescendo com dados que ja nao sao
      *          consultados no dia a dia. Codigo sob retencao legal
      *          (RETLEGAL.DAT) nunca e expurgado: fica em producao,
      *          a recusa vai ao diario e a retencao e citada no
      *          resumo da corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY RETLEGAL_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQDADOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
         88 WS-CONFIRMA-SIM   VALUE 'S' 's'.
       77 WS-CONT-ARQUIVADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-RETIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-FIM-PREVIA      PIC X VALUE 'N'.
         88 FIM-PREVIA-OK     VALUE 'S' FALSE 'N'.
       77 WS-CONT-PREVIA     PIC 9(05) VALUE ZEROS.
                       INVALID KEY
                           DISPLAY 'SUPERVISOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-SUP-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO AND NIVEL-SUPERVISOR
                              AND OPER-SENHA = WS-SNH-HASH
                               MOVE OPER-ID TO WS-SUPERVISOR
                               SET APROVACAO-OK TO TRUE
                           ELSE
              OR (DATA-DADOS-AAAA = WS-DATA-CORTE-AAAA
                  AND DATA-DADOS-MM = WS-DATA-CORTE-MM
                  AND DATA-DADOS-DD < WS-DATA-CORTE-DD)
               MOVE COD-DADOS TO WS-RETL-COD
               PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM
               IF CODIGO-RETIDO
                   ADD 1 TO WS-CONT-RETIDOS
                   DISPLAY 'CODIGO ' COD-DADOS ' NAO EXPURGADO -'
                           ' RETENCAO LEGAL DESDE ' WS-RETL-DATA
                           ': ' WS-RETL-MOTIVO
                   PERFORM P0235-GRAVA-DIARIO-RETENCAO THRU P0235-FIM
               ELSE
                   PERFORM P0220-ARQUIVA-REGISTRO THRU P0220-FIM
               END-IF
           END-IF.
       P0210-FIM.

           CLOSE DIARIO.
       P0230-FIM.

       P0235-GRAVA-DIARIO-RETENCAO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'PURGA1'         TO DIARIO-PROGRAMA
               SET DIARIO-OP-REJEICAO TO TRUE
               MOVE COD-DADOS        TO DIARIO-COD-DADOS
               MOVE 'RETENCAO LEGAL' TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-SUPERVISOR  TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0235-FIM.

       P0500-FINALIZA.
           IF ST-OK
               CLOSE DADOS1
           DISPLAY 'TOTAL DE REGISTROS LIDOS......: ' WS-CONT-LIDOS.
           DISPLAY 'TOTAL DE REGISTROS ARQUIVADOS.: '
                   WS-CONT-ARQUIVADOS.
           DISPLAY 'RETIDOS POR RETENCAO LEGAL....: '
                   WS-CONT-RETIDOS.
       P0500-FIM.

       COPY FD_STATUS_MSG.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY RETLEGAL.
