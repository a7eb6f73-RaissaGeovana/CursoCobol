      *          logradouro, cidade e UF. As telas de CONTATOS
      *          validam o CEP informado contra este mestre na
      *          captura estruturada de endereco.
      *          A entrada pede a identificacao do operador (OPERMST)
      *          e toda inclusao, alteracao e remocao vai para o log
      *          de tabelas de referencia (REFLOG.TXT), com a imagem
      *          do CEP antes e depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CEP-CODIGO
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
       FD CEPMST.
       COPY FD_CEP.
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
       77  WS-ARQ-CEPMST-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       0100-INICIO.
           DISPLAY '******** MANUTENCAO DE CEPS ***********'
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
                       DISPLAY 'CEP JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'CEP INCLUIDO COM SUCESSO.'
                       MOVE 'I'    TO WS-RLOG-ACAO
                       MOVE RG-CEP TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE CEPMST
           ELSE
                       DISPLAY 'CIDADE/UF ATUAL.: ' CEP-CIDADE '/'
                               CEP-UF
                       PERFORM 0260-ACEITA-DADOS THRU 0260-FIM
                       MOVE RG-CEP TO WS-RLOG-ANTES
                       MOVE WS-LOGR-ENTRADA TO CEP-LOGRADOURO
                       MOVE WS-CID-ENTRADA  TO CEP-CIDADE
                       MOVE WS-UF-ENTRADA   TO CEP-UF
                       REWRITE RG-CEP
                       DISPLAY 'CEP ATUALIZADO COM SUCESSO.'
                       MOVE 'A'    TO WS-RLOG-ACAO
                       MOVE RG-CEP TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-READ
               CLOSE CEPMST
           ELSE
                       DISPLAY 'CONFIRMA A REMOCAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-CEP TO WS-RLOG-ANTES
                           DELETE CEPMST
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER.'
                               NOT INVALID KEY
                                   DISPLAY 'CEP REMOVIDO.'
                                   MOVE 'R' TO WS-RLOG-ACAO
                                   PERFORM 0295-REGISTRA-REFLOG
                                           THRU 0295-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'CEP MANTIDO.'
           ACCEPT WS-UF-ENTRADA.
       0260-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'CEPMST' TO WS-RLOG-TABELA.
           MOVE WS-CEP-ENTRADA TO WS-RLOG-CHAVE(1:8).
           MOVE 'CEPMNT' TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'CEPMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CEPMST-DAT.
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
