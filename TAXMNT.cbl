      *          editor de texto. A entrada exige supervisor (nivel 2
      *          do OPERMST.DAT) e toda mudanca de taxa e jornalizada
      *          no DIARIO. O departamento **** e o fator global.
      *          Inclusoes, alteracoes e remocoes tambem vao para o
      *          log de tabelas de referencia (REFLOG.TXT), com a
      *          imagem do registro antes e depois e o supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.
              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_OPER.
       FD DIARIO.
       COPY FD_DIARIO.
       FD REFLOG.
       COPY FD_REFLOG.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY REFLOG_WS.
       77  WS-ARQ-TAXMAST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
                   INVALID KEY
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   NOT INVALID KEY
                       MOVE OPER-SAL TO WS-SNH-SAL
                       MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF OPER-ATIVO
                          AND OPER-SENHA = WS-SNH-HASH
                          AND NIVEL-SUPERVISOR
                           SET SUPERVISOR-OK TO TRUE
                       ELSE
                       DISPLAY 'TAXA INCLUIDA COM SUCESSO.'
                       MOVE 'INCLUSAO DE TAXA    ' TO WS-EVENTO
                       PERFORM 0290-JORNALIZA THRU 0290-FIM
                       MOVE 'I'        TO WS-RLOG-ACAO
                       MOVE RG-TAXMAST TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE TAXMAST
           ELSE
                           DISPLAY 'FATOR ZERO NAO E ACEITO -'
                                   ' TAXA MANTIDA.'
                       ELSE
                           MOVE RG-TAXMAST TO WS-RLOG-ANTES
                           MOVE WS-FATOR-ENTRADA TO TXM-FATOR
                           REWRITE RG-TAXMAST
                           DISPLAY 'TAXA ATUALIZADA COM SUCESSO.'
                           MOVE 'ALTERACAO DE TAXA   ' TO WS-EVENTO
                           PERFORM 0290-JORNALIZA THRU 0290-FIM
                           MOVE 'A'        TO WS-RLOG-ACAO
                           MOVE RG-TAXMAST TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       END-IF
               END-READ
               CLOSE TAXMAST
                       DISPLAY 'CONFIRMA A REMOCAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-TAXMAST TO WS-RLOG-ANTES
                           DELETE TAXMAST
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER.'
                                     TO WS-EVENTO
                                   PERFORM 0290-JORNALIZA
                                           THRU 0290-FIM
                                   MOVE 'R' TO WS-RLOG-ACAO
                                   PERFORM 0295-REGISTRA-REFLOG
                                           THRU 0295-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'TAXA MANTIDA.'
           CLOSE DIARIO.
       0290-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'TAXMAST'      TO WS-RLOG-TABELA.
           MOVE WS-DEPTO-ENTRADA TO WS-RLOG-CHAVE(1:4).
           MOVE WS-VIG-ENTRADA TO WS-RLOG-CHAVE(6:8).
           MOVE WS-OPERADOR    TO WS-RLOG-OPERADOR.
           MOVE 'TAXMNT'       TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY REFLOG.
