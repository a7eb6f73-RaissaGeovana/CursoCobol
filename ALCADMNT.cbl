      *          DEPTOS.DAT antes da concessao. A verificacao na
      *          ponta (ALTDADOS/DELDADOS/CRUD/INDEXADO) e feita
      *          pelo paragrafo 9580-VERIFICA-ALCADA; a revisao de
      *          acessos sai pelo ALCADREL. Concessoes, reativacoes e
      *          revogacoes vao para o log de tabelas de referencia
      *          (REFLOG.TXT), com a imagem antes e depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.

              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD DEPTOS.
       COPY FD_DEPTO.

       FD REFLOG.
       COPY FD_REFLOG.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY REFLOG_WS.
       77  WS-ARQ-ALCADA-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
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
               ACCEPT ALC-DATA-CONCESSAO FROM DATE YYYYMMDD
               WRITE RG-ALCADA
                   INVALID KEY
                       PERFORM 0215-REATIVA THRU 0215-FIM
                   NOT INVALID KEY
                       DISPLAY 'ALCADA CONCEDIDA COM SUCESSO.'
                       MOVE 'I'       TO WS-RLOG-ACAO
                       MOVE RG-ALCADA TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE ALCADA
           ELSE
           END-IF.
       0210-FIM.

       0215-REATIVA.
      *    GUARDA A CONCESSAO NOVA, LE A ANTIGA PARA O LOG E REGRAVA.
           MOVE RG-ALCADA TO WS-RLOG-DEPOIS.
           READ ALCADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RG-ALCADA TO WS-RLOG-ANTES
           END-READ.
           MOVE WS-RLOG-DEPOIS TO RG-ALCADA.
           REWRITE RG-ALCADA.
           DISPLAY 'ALCADA JA EXISTIA - REATIVADA.'
           MOVE 'A' TO WS-RLOG-ACAO.
           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM.
       0215-FIM.

       0220-REVOGA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

                   INVALID KEY
                       DISPLAY 'ALCADA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       MOVE RG-ALCADA TO WS-RLOG-ANTES
                       MOVE 'N' TO ALC-ATIVA
                       MOVE WS-SUPERVISOR TO ALC-CONCEDIDO-POR
                       ACCEPT ALC-DATA-CONCESSAO FROM DATE YYYYMMDD
                       REWRITE RG-ALCADA
                       DISPLAY 'ALCADA REVOGADA COM SUCESSO.'
                       MOVE 'A'       TO WS-RLOG-ACAO
                       MOVE RG-ALCADA TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-READ
               CLOSE ALCADA
           ELSE
           END-IF.
       0270-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'ALCADA'         TO WS-RLOG-TABELA.
           MOVE WS-OPER-ENTRADA  TO WS-RLOG-CHAVE(1:8).
           MOVE WS-DEPTO-ENTRADA TO WS-RLOG-CHAVE(10:4).
           MOVE WS-SUPERVISOR    TO WS-RLOG-OPERADOR.
           MOVE 'ALCADMNT'       TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       0500-FIM.
           DISPLAY 'MANUTENCAO DE ALCADAS ENCERRADA.'
           STOP RUN.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
       9600-FIM.

       COPY FD_STATUS_MSG.

       COPY SENHA.

       COPY PERFIL.

       COPY REFLOG.
