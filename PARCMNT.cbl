      *          transmissao, os nomes dos arquivos de saida/entrada e
      *          a situacao; TRANSDF/PARTAPL/RETRANS/PARTCONC/XREFMNT
      *          validam o parceiro informado contra este arquivo.
      *          A entrada pede a identificacao do operador (OPERMST)
      *          e toda inclusao, alteracao e mudanca de situacao vai
      *          para o log de tabelas de referencia (REFLOG.TXT),
      *          com a imagem do parceiro antes e depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PARC-CODIGO
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
       FD PARCEIROS.
       COPY FD_PARC.
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
       77  WS-ARQ-PARCEIRO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       0100-INICIO.
           DISPLAY '******** MANUTENCAO DE PARCEIROS ***********'
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
                       DISPLAY 'PARCEIRO JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'PARCEIRO INCLUIDO COM SUCESSO.'
                       MOVE 'I'     TO WS-RLOG-ACAO
                       MOVE RG-PARC TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE PARCEIROS
           ELSE
                       DISPLAY 'ARQ. ENTRADA ATUAL: ' PARC-ARQ-ENTRADA
                       PERFORM 0260-ACEITA-DADOS THRU 0260-FIM
                       IF FREQ-VALIDA
                           MOVE RG-PARC TO WS-RLOG-ANTES
                           MOVE WS-NOME-ENTRADA   TO PARC-NOME
                           MOVE WS-LAYOUT-ENTRADA TO PARC-LAYOUT
                           MOVE WS-FREQ-ENTRADA   TO PARC-FREQUENCIA
                           MOVE WS-ENTR-ENTRADA   TO PARC-ARQ-ENTRADA
                           REWRITE RG-PARC
                           DISPLAY 'PARCEIRO ATUALIZADO COM SUCESSO.'
                           MOVE 'A'     TO WS-RLOG-ACAO
                           MOVE RG-PARC TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       ELSE
                           DISPLAY 'FREQUENCIA INVALIDA - USE D, S'
                                   ' OU M. ALTERACAO ABANDONADA.'
                       END-IF
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-PARC TO WS-RLOG-ANTES
                           IF OPCAO-DESATIVAR
                               SET PARC-INATIVO TO TRUE
                           ELSE
                           END-IF
                           REWRITE RG-PARC
                           DISPLAY 'SITUACAO ATUALIZADA COM SUCESSO.'
                           MOVE 'A'     TO WS-RLOG-ACAO
                           MOVE RG-PARC TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       ELSE
                           DISPLAY 'SITUACAO MANTIDA.'
                       END-IF
           ACCEPT WS-ENTR-ENTRADA.
       0260-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'PARCEIRO' TO WS-RLOG-TABELA.
           MOVE WS-CODIGO-ENTRADA TO WS-RLOG-CHAVE.
           MOVE 'PARCMNT' TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'PARCEIRO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARCEIRO-DAT.
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
