      *          inclui, exclui e lista os feriados de um ano. O
      *          DATEVAL consulta este arquivo na verificacao de dia
      *          util usada pelo BATCHNOTURNO.
      *          A entrada pede a identificacao do operador (OPERMST)
      *          e toda inclusao e exclusao de feriado vai para o log
      *          de tabelas de referencia (REFLOG.TXT), com a imagem
      *          do feriado antes e depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS FER-DATA
              FILE STATUS IS WS-ST.
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-RLOG-OPER.
              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FILE SECTION.
       FD FERIADOS.
       COPY FD_FERIADO.
       FD OPERMST.
       COPY FD_OPER.
       FD REFLOG.
       COPY FD_REFLOG.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY REFLOG_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-FERIADOS-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       0100-INICIO.
           DISPLAY '******** MANUTENCAO DO CALENDARIO ***********'
           SET WS-EXIT-OK     TO FALSE.

           PERFORM 9460-IDENTIFICA-OPERADOR THRU 9460-FIM.
           IF NOT RLOG-OPERADOR-OK
               DISPLAY 'OPERADOR NAO IDENTIFICADO - ENCERRANDO.'
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM
           END-IF.

           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.
                           DISPLAY 'FERIADO JA CADASTRADO NESTA DATA.'
                       NOT INVALID KEY
                           DISPLAY 'FERIADO INCLUIDO COM SUCESSO.'
                           MOVE 'I'        TO WS-RLOG-ACAO
                           MOVE RG-FERIADO TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG
                                   THRU 0295-FIM
                   END-WRITE
                   CLOSE FERIADOS
               ELSE
                       DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-FERIADO TO WS-RLOG-ANTES
                           DELETE FERIADOS
                           DISPLAY 'FERIADO EXCLUIDO COM SUCESSO.'
                           MOVE 'R' TO WS-RLOG-ACAO
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       ELSE
                           DISPLAY 'FERIADO MANTIDO.'
                       END-IF
           END-CALL.
       0250-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'FERIADOS' TO WS-RLOG-TABELA.
           MOVE WS-DATA-ENTRADA TO WS-RLOG-CHAVE(1:8).
           MOVE 'CALMNT' TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'FERIADOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FERIADOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY REFLOG.
       COPY SENHA.
