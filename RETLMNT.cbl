      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de retencoes legais
      *          (RETLEGAL.DAT) - abre, libera e consulta a retencao
      *          de um codigo pedida pelo juridico/compliance, com
      *          motivo, solicitante e datas de abertura e liberacao.
      *          A entrada exige credencial de supervisor; abertura e
      *          liberacao sao jornalizadas no diario. Enquanto ativa,
      *          a retencao e conferida pelo paragrafo
      *          9585-VERIFICA-RETENCAO em DELDADOS, PURGA1, LGPDAPAG,
      *          MERGECOD, MASSUPD e HOUSEKEEP; o registro das
      *          retencoes abertas sai pelo RETLREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD OPERMST.
       COPY FD_OPER.

       FD DIARIO.
       COPY FD_DIARIO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-ABRIR               VALUE 'A' 'a'.
         88 OPCAO-LIBERAR             VALUE 'L' 'l'.
         88 OPCAO-CONSULTAR           VALUE 'C' 'c'.
       77 WS-SUP-ID         PIC X(08) VALUE SPACES.
       77 WS-SUP-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR     PIC X(08) VALUE SPACES.
       77 WS-APROVACAO      PIC X     VALUE 'N'.
         88 APROVACAO-OK              VALUE 'S' FALSE 'N'.
       77 WS-COD-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO-ENTRADA PIC X(40) VALUE SPACES.
       77 WS-SOLIC-ENTRADA  PIC X(30) VALUE SPACES.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
         88 CONFIRMA-SIM              VALUE 'S' 's'.
       77 WS-TEXTO-DIARIO   PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '******** RETENCOES LEGAIS ***********'
           SET WS-EXIT-OK     TO FALSE.
           PERFORM 0120-APROVACAO-SUPERVISOR THRU 0120-FIM.
           IF NOT APROVACAO-OK
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM
           END-IF.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O RETLEGAL.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT RETLEGAL
           END-IF.

           IF ST-OK THEN
               CLOSE RETLEGAL
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE RETENCOES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0120-APROVACAO-SUPERVISOR.
      *    A ABERTURA E A LIBERACAO DE RETENCOES SAO RESTRITAS AO
      *    NIVEL SUPERVISOR. SEM O CADASTRO DE OPERADORES (PRIMEIRA
      *    INSTALACAO) A ENTRADA E LIBERADA COMO ADMIN.
           SET APROVACAO-OK TO FALSE.
           MOVE SPACES TO WS-SUP-ID WS-SUP-SENHA WS-SUPERVISOR.

           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-SUP-ID.
           DISPLAY 'SENHA DO SUPERVISOR: '
           ACCEPT WS-SUP-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-SUPERVISOR
               SET APROVACAO-OK TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE WS-SUP-ID TO OPER-ID
                   READ OPERMST
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
                               DISPLAY 'SUPERVISOR OU SENHA INVALIDOS.'
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       0120-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<A>BRIR RETENCAO, <L>IBERAR, <C>ONSULTAR'
                   ' OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM 0210-ABRE THRU 0210-FIM
               WHEN OPCAO-LIBERAR
                   PERFORM 0220-LIBERA THRU 0220-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0240-CONSULTA THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-ABRE.
           PERFORM 0250-ACEITA-CODIGO THRU 0250-FIM.
           MOVE SPACES TO WS-MOTIVO-ENTRADA WS-SOLIC-ENTRADA.
           DISPLAY 'MOTIVO DA RETENCAO: '
           ACCEPT WS-MOTIVO-ENTRADA.
           DISPLAY 'SOLICITANTE (AREA/PESSOA): '
           ACCEPT WS-SOLIC-ENTRADA.

           IF WS-MOTIVO-ENTRADA EQUAL SPACES
              OR WS-SOLIC-ENTRADA EQUAL SPACES
               DISPLAY 'MOTIVO E SOLICITANTE SAO OBRIGATORIOS -'
                       ' RETENCAO NAO ABERTA.'
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O RETLEGAL.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE RETENCOES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO RETL-COD-DADOS.
           READ RETLEGAL
               INVALID KEY
                   PERFORM 0215-MONTA-RETENCAO THRU 0215-FIM
                   WRITE RG-RETLEGAL
                   DISPLAY 'RETENCAO ABERTA PARA O CODIGO '
                           WS-COD-ENTRADA '.'
                   MOVE 'RETENCAO ABERTA' TO WS-TEXTO-DIARIO
                   PERFORM 0230-GRAVA-DIARIO THRU 0230-FIM
               NOT INVALID KEY
                   IF RETL-ATIVA
                       DISPLAY 'CODIGO JA RETIDO DESDE '
                               RETL-DATA-ABERTURA ' - '
                               RETL-MOTIVO
                   ELSE
      *                RETENCAO ANTERIOR JA LIBERADA: A NOVA ABERTURA
      *                REAPROVEITA O REGISTRO DO CODIGO.
                       PERFORM 0215-MONTA-RETENCAO THRU 0215-FIM
                       REWRITE RG-RETLEGAL
                       DISPLAY 'RETENCAO REABERTA PARA O CODIGO '
                               WS-COD-ENTRADA '.'
                       MOVE 'RETENCAO ABERTA' TO WS-TEXTO-DIARIO
                       PERFORM 0230-GRAVA-DIARIO THRU 0230-FIM
                   END-IF
           END-READ.
           CLOSE RETLEGAL.
       0210-FIM.

       0215-MONTA-RETENCAO.
           MOVE WS-COD-ENTRADA    TO RETL-COD-DADOS.
           SET RETL-ATIVA         TO TRUE.
           MOVE WS-MOTIVO-ENTRADA TO RETL-MOTIVO.
           MOVE WS-SOLIC-ENTRADA  TO RETL-SOLICITANTE.
           ACCEPT RETL-DATA-ABERTURA FROM DATE YYYYMMDD.
           MOVE WS-SUPERVISOR     TO RETL-OPER-ABERTURA.
           MOVE ZEROS             TO RETL-DATA-LIBERACAO.
           MOVE SPACES            TO RETL-OPER-LIBERACAO.
       0215-FIM.

       0220-LIBERA.
           PERFORM 0250-ACEITA-CODIGO THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O RETLEGAL.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE RETENCOES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0220-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO RETL-COD-DADOS.
           READ RETLEGAL
               INVALID KEY
                   DISPLAY 'NAO HA RETENCAO PARA O CODIGO '
                           WS-COD-ENTRADA '.'
               NOT INVALID KEY
                   IF NOT RETL-ATIVA
                       DISPLAY 'RETENCAO JA LIBERADA EM '
                               RETL-DATA-LIBERACAO '.'
                   ELSE
                       PERFORM 0245-EXIBE-RETENCAO THRU 0245-FIM
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA A LIBERACAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF CONFIRMA-SIM
                           SET RETL-LIBERADA TO TRUE
                           ACCEPT RETL-DATA-LIBERACAO
                                  FROM DATE YYYYMMDD
                           MOVE WS-SUPERVISOR TO RETL-OPER-LIBERACAO
                           REWRITE RG-RETLEGAL
                           DISPLAY 'RETENCAO LIBERADA.'
                           MOVE 'RETENCAO LIBERADA' TO WS-TEXTO-DIARIO
                           PERFORM 0230-GRAVA-DIARIO THRU 0230-FIM
                       ELSE
                           DISPLAY 'RETENCAO MANTIDA.'
                       END-IF
                   END-IF
           END-READ.
           CLOSE RETLEGAL.
       0220-FIM.

       0230-GRAVA-DIARIO.
      *    ABERTURA E LIBERACAO FICAM NO DIARIO DO CODIGO COMO
      *    ALTERACAO, COM O SUPERVISOR QUE AS FEZ.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'RETLMNT'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE WS-COD-ENTRADA  TO DIARIO-COD-DADOS
               MOVE WS-TEXTO-DIARIO TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-SUPERVISOR  TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0230-FIM.

       0240-CONSULTA.
           PERFORM 0250-ACEITA-CODIGO THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN INPUT RETLEGAL.

           IF ST-OK THEN
               MOVE WS-COD-ENTRADA TO RETL-COD-DADOS
               READ RETLEGAL
                   INVALID KEY
                       DISPLAY 'NAO HA RETENCAO PARA O CODIGO '
                               WS-COD-ENTRADA '.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-RETENCAO THRU 0245-FIM
               END-READ
               CLOSE RETLEGAL
           ELSE
               DISPLAY 'CADASTRO DE RETENCOES VAZIO OU INDISPONIVEL.'
           END-IF.
       0240-FIM.

       0245-EXIBE-RETENCAO.
           DISPLAY 'CODIGO......: ' RETL-COD-DADOS
                   '  SITUACAO: ' RETL-SITUACAO.
           DISPLAY 'MOTIVO......: ' RETL-MOTIVO.
           DISPLAY 'SOLICITANTE.: ' RETL-SOLICITANTE.
           DISPLAY 'ABERTA EM...: ' RETL-DATA-ABERTURA
                   ' POR ' RETL-OPER-ABERTURA.
           IF RETL-LIBERADA
               DISPLAY 'LIBERADA EM.: ' RETL-DATA-LIBERACAO
                       ' POR ' RETL-OPER-LIBERACAO
           END-IF.
       0245-FIM.

       0250-ACEITA-CODIGO.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO DO DADO: '
           ACCEPT WS-COD-ENTRADA.
       0250-FIM.

       0500-FIM.
           DISPLAY 'MANUTENCAO DE RETENCOES ENCERRADA.'
           STOP RUN.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
       9600-FIM.

       COPY FD_STATUS_MSG.

       COPY SENHA.

       COPY PERFIL.
