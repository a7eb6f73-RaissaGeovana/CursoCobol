      *          no arquivo morto (ARQDADOS.DAT) para o sobrevivente;
      *          grava o certificado da fusao em MERGECERT.TXT e
      *          jornaliza a operacao. O controle de saldos acompanha
      *          a baixa do duplicado. A fusao e recusada quando
      *          qualquer um dos dois codigos esta sob retencao legal
      *          (RETLEGAL.DAT); a recusa vai ao diario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_DADOSHIST.

       FD HISTNOVO.
       01  RG-HIST-NOVO        PIC X(93).

       FD DIARIO.
       COPY FD_DIARIO.

       FD OPERMST.
       COPY FD_OPER.
       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY RETLEGAL_WS.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOSR-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQDADOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MERGECERT-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
               GO TO P0100-FIM
           END-IF.

           MOVE WS-COD-SOBREVIVE TO WS-RETL-COD.
           PERFORM P0120-VERIFICA-RETENCAO THRU P0120-FIM.
           IF FIM-OK
               GO TO P0100-FIM
           END-IF.
           MOVE WS-COD-DUPLICADO TO WS-RETL-COD.
           PERFORM P0120-VERIFICA-RETENCAO THRU P0120-FIM.
           IF FIM-OK
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'O VALOR DO DUPLICADO SERA SOMADO AO SOBREVIVENTE'
                   ' E O DUPLICADO REMOVIDO DAS TRES COPIAS.'
                       INVALID KEY
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET OPERADOR-VALIDO TO TRUE
                           ELSE
                               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           END-IF.
       P0110-FIM.

       P0120-VERIFICA-RETENCAO.
      *    CODIGO SOB RETENCAO LEGAL NAO PODE SER FUNDIDO NEM RECEBER
      *    O DUPLICADO - A RECUSA E JORNALIZADA PARA O CODIGO RETIDO.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           IF CODIGO-RETIDO
               DISPLAY 'CODIGO ' WS-RETL-COD
                       ' SOB RETENCAO LEGAL DESDE ' WS-RETL-DATA
                       ' - FUSAO RECUSADA.'
               DISPLAY 'MOTIVO: ' WS-RETL-MOTIVO
               DISPLAY 'SOLICITANTE: ' WS-RETL-SOLICITANTE
               MOVE 'R'              TO WS-OPERACAO-DIARIO
               MOVE WS-RETL-COD      TO WS-COD-DIARIO
               MOVE 'RETENCAO LEGAL' TO WS-NOME-DIARIO
               PERFORM P0360-GRAVA-DIARIO THRU P0360-FIM
               SET FIM-OK TO TRUE
           END-IF.
       P0120-FIM.

       P0200-FUNDE-DADOS1.
           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY RETLEGAL.
