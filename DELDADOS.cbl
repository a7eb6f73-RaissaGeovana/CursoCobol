              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CNS-CHAVE
              FILE STATUS IS WS-ST-CNS.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-ALC.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD CONTATOS.
       COPY FD_CONTATO.

       FD CONSENT.
       COPY FD_CONSENT.

       FD OPERMST.
       COPY FD_OPER.

       FD ALCADA.
       COPY FD_ALCADA.

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY RETLEGAL_WS.
       COPY BLOQBAT_WS.
       COPY ALCADA_WS.
       COPY DIGVER_WS.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOCK-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONSENT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       COPY FD_CRUD_WS.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-ST             PIC 99.
         88 WS-EXIT-OK                VALUE 'F' FALSE 'N'.
       77 WS-ST-DIARIO        PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-CNS          PIC 99.
         88 ST-CNS-OK                 VALUE 0.
       77 WS-ST-LOCK         PIC 99.
         88 ST-LOCK-OK                VALUE 0.
       77 WS-BLOQUEADO       PIC X     VALUE 'N'.
                     MOVE 'SEM ALCADA DEPTO' TO LK-MENSAGEM
                     PERFORM 0225-GRAVA-DIARIO-REJEICAO THRU 0225-FIM
                  ELSE
                  MOVE WS-COD-DADOS TO WS-RETL-COD
                  PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM
                  IF CODIGO-RETIDO
                     DISPLAY 'CODIGO SOB RETENCAO LEGAL DESDE '
                             WS-RETL-DATA ' - EXCLUSAO RECUSADA.'
                     DISPLAY 'MOTIVO: ' WS-RETL-MOTIVO
                     DISPLAY 'SOLICITANTE: ' WS-RETL-SOLICITANTE
                     MOVE 'RETENCAO LEGAL' TO LK-MENSAGEM
                     PERFORM 0228-GRAVA-DIARIO-RETENCAO THRU 0228-FIM
                  ELSE
                  PERFORM 0230-TRAVA-REGISTRO THRU 0230-FIM
                  IF REGISTRO-BLOQUEADO
                     DISPLAY 'REGISTRO EM USO POR OUTRO OPERADOR.'
                     PERFORM 0235-LIBERA-TRAVA THRU 0235-FIM
                  END-IF
                  END-IF
                  END-IF
               END-READ
           ELSE
               DISPLAY 'ERRO AO LOCALIZAR DADOS.'
           CLOSE DIARIO.
       0225-FIM.

       0228-GRAVA-DIARIO-RETENCAO.
      *    CODIGO SOB RETENCAO LEGAL NAO E EXCLUIDO NEM INATIVADO;
      *    A RECUSA FICA NO DIARIO COMO REJEICAO CITANDO A RETENCAO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'DELDADOS'      TO DIARIO-PROGRAMA
               SET DIARIO-OP-REJEICAO TO TRUE
               MOVE WS-COD-DADOS    TO DIARIO-COD-DADOS
               MOVE 'RETENCAO LEGAL' TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE LK-OPERADOR    TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0228-FIM.

       0227-GRAVA-DIARIO-INATIVACAO.
           SET ST-DIARIO-OK TO TRUE.

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
               MOVE 'DELDADOS' TO LOCK-PROGRAMA
               ACCEPT LOCK-DATA FROM DATE YYYYMMDD
               ACCEPT LOCK-HORA FROM TIME
               MOVE LK-OPERADOR TO LOCK-OPERADOR
               WRITE RG-LOCK
                   INVALID KEY
                       SET REGISTRO-BLOQUEADO TO TRUE

       0250-REMOVE-CONTATOS.
      *    EXCLUSAO FISICA DO CODIGO - OS CONTATOS FILHOS SAO
      *    REMOVIDOS JUNTO PARA NAO RESTAR CONTATO ORFAO, COM O
      *    CONSENTIMENTO DE COMUNICACAO DE CADA UM (CONSENT.DAT).
           SET ST-CONT-OK TO TRUE.
           SET FIM-CONT-OK TO FALSE.
           SET WS-CONT-REMOVIDOS TO 0.
               SET FIM-CONT-OK TO TRUE
           END-IF.

           SET ST-CNS-OK TO TRUE.
           IF NOT FIM-CONT-OK
               OPEN I-O CONSENT
           END-IF.

           IF NOT FIM-CONT-OK
               MOVE WS-COD-DADOS TO CONT-COD-DADOS
               MOVE ZEROS        TO CONT-SEQ
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CONT-REMOVIDOS
                                       PERFORM 0255-REMOVE-CONSENT
                                               THRU 0255-FIM
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTATOS
               IF ST-CNS-OK
                   CLOSE CONSENT
               END-IF
               IF WS-CONT-REMOVIDOS > ZEROS
                   DISPLAY WS-CONT-REMOVIDOS ' CONTATO(S) DO CODIGO'
                           ' REMOVIDO(S) JUNTO COM O DADO.'
           END-IF.
       0250-FIM.

       0255-REMOVE-CONSENT.
           IF NOT ST-CNS-OK
               GO TO 0255-FIM
           END-IF.
           MOVE CONT-COD-DADOS TO CNS-COD-DADOS.
           MOVE CONT-SEQ       TO CNS-SEQ.
           DELETE CONSENT
               INVALID KEY
                   CONTINUE
           END-DELETE.
       0255-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
           MOVE 'CONSENT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSENT-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'ALCADA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALCADA-DAT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY BLOQBAT.

       COPY ALCADA.

       COPY RETLEGAL.
