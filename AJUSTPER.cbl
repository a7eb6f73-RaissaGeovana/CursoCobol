      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ajuste de periodo anterior - lanca correcao de
      *          VALOR-DADOS em codigo de um periodo FECHADO do
      *          FECHMES sem reabrir o periodo. A corrida exige
      *          aprovacao de um supervisor (diferente do operador)
      *          e vale para um periodo; cada ajuste grava o
      *          movimento em MOVHIST.TXT (data efetiva = DATA-DADOS
      *          do codigo), o historico AJUSTPER.TXT, o DIARIO e o
      *          controle de saldos. No fim reapura o periodo em
      *          DADOS1.DAT e grava os totais reapresentados ao lado
      *          dos originais no FECHMES, marca a submissao do
      *          REGEXTR do periodo como pendente de resubmissao e
      *          imprime o relatorio de reapresentacao pelo PRINTSRV
      *          (AJUSTPER.AAAAMMDD.TXT, registrado no catalogo).
      *          Respeita a janela da cadeia noturna.
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
              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT FECHMES ASSIGN TO WS-ARQ-FECHMES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS FECH-PERIODO
              FILE STATUS IS WS-ST-FECH.

              SELECT REGCTL ASSIGN TO WS-ARQ-REGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RCTL-PERIODO
              FILE STATUS IS WS-ST-RCTL.

              SELECT AJUSTPER ASSIGN TO WS-ARQ-AJUSTPER-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-AJP.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-BLOQ.

              SELECT MOVREF ASSIGN TO WS-ARQ-MOVREF-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MREF-SERIE
              FILE STATUS IS WS-ST-MREF.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-CAT.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
               88  MOV-DEBITO  VALUE 'D'.
               88  MOV-CREDITO VALUE 'C'.
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DADOS1.
       COPY FD_CRUD.

       FD FECHMES.
       COPY FD_FECHMES.

       FD REGCTL.
       COPY FD_REGCTL.

       FD AJUSTPER.
       COPY FD_AJUSTPER.

       FD DIARIO.
       COPY FD_DIARIO.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD OPERMST.
       COPY FD_OPER.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD MOVREF.
       COPY FD_MOVREF.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY BLOQBAT_WS.
       COPY MOVREF_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-MOVHIST-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-FECHMES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-REGCTL-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-AJUSTPER-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVREF-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL        PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-MOV         PIC 99.
         88 ST-MOV-OK       VALUE 0.
       77 WS-ST-FECH        PIC 99.
         88 ST-FECH-OK      VALUE 0.
       77 WS-ST-RCTL        PIC 99.
         88 ST-RCTL-OK      VALUE 0.
       77 WS-ST-AJP         PIC 99.
         88 ST-AJP-OK       VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-ST-CTL         PIC 99.
         88 ST-CTL-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-CAT         PIC 99.
         88 ST-CAT-OK       VALUE 0.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'S' FALSE 'N'.
       77 WS-FIM            PIC X     VALUE 'N'.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-OPER-VALIDO    PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO VALUE 'S' FALSE 'N'.
       77 WS-APROVACAO      PIC X     VALUE 'N'.
         88 APROVACAO-OK     VALUE 'S' FALSE 'N'.
       77 WS-SUP-ID         PIC X(08) VALUE SPACES.
       77 WS-SUP-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR     PIC X(08) VALUE SPACES.
       77 WS-PERIODO        PIC 9(06) VALUE ZEROS.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
      *    FECHAMENTO ORIGINAL DO PERIODO, LIDO NA ABERTURA.
       77 WS-QTD-ORIGINAL   PIC 9(07) VALUE ZEROS.
       77 WS-VAL-ORIGINAL   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-QTD-REAP       PIC 9(07) VALUE ZEROS.
       77 WS-VAL-REAP       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VAL-DIFERENCA  PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *    CORRECAO DIGITADA.
       77 WS-COD-PEDIDO     PIC 9(07) VALUE ZEROS.
       77 WS-TIPO-AJUSTE    PIC X(01) VALUE SPACES.
         88 TIPO-AJUSTE-VALIDO       VALUE 'D' 'C'.
         88 TIPO-AJUSTE-CREDITO      VALUE 'C'.
       77 WS-VALOR-AJUSTE   PIC 9(07)V99 VALUE ZEROS.
       77 WS-MOTIVO-AJUSTE  PIC X(03) VALUE SPACES.
       77 WS-JUSTIFICATIVA  PIC X(30) VALUE SPACES.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
         88 CONFIRMA-SIM    VALUE 'S' 's'.
       77 WS-AJUSTE-OK      PIC X     VALUE 'S'.
         88 AJUSTE-OK       VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-REJ     PIC X(20) VALUE SPACES.
       77 WS-TEXTO-DIARIO   PIC X(20) VALUE SPACES.
       77 WS-MOVIMENTO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ANTES    PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-NOVO     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-DATA-EFET      PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$$.$$9,99.
       77 WS-VALOR-ED2      PIC -$$$.$$$.$$$.$$9,99.
       77 WS-CONT-AJUSTES   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-HISTORICO PIC 9(05) VALUE ZEROS.
       77 WS-SIT-SUBMISSAO  PIC X(40) VALUE SPACES.
       77 WS-CTL-NOME-ARQ     PIC X(12) VALUE SPACES.
       77 WS-CTL-DELTA-QTD    PIC S9(01) VALUE ZEROS.
       77 WS-CTL-DELTA-VALOR  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           PERFORM P0200-AJUSTA THRU P0200-FIM
                   UNTIL WS-EXIT-OK.
           IF WS-CONT-AJUSTES > ZEROS
               PERFORM P0300-REAPRESENTA THRU P0300-FIM
               PERFORM P0320-MARCA-SUBMISSAO THRU P0320-FIM
               PERFORM P0400-RELATORIO THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '******** AJUSTE DE PERIODO ANTERIOR *************'.
           SET WS-EXIT-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM.
           IF NOT OPERADOR-VALIDO
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM 9550-VERIFICA-BLOQUEIO THRU 9550-FIM.
           IF BATCH-EM-EXECUCAO
               DISPLAY 'CADEIA NOTURNA EM EXECUCAO - AJUSTES'
                       ' BLOQUEADOS.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'PERIODO FECHADO A AJUSTAR (AAAAMM): '
           ACCEPT WS-PERIODO.
           PERFORM P0120-VERIFICA-PERIODO THRU P0120-FIM.
           IF WS-EXIT-OK
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'O AJUSTE ALTERA UM PERIODO JA FECHADO E PUBLICADO.'
           PERFORM P0130-APROVACAO-SUPERVISOR THRU P0130-FIM.
           IF NOT APROVACAO-OK
               DISPLAY 'AJUSTE NAO APROVADO - NADA FOI LANCADO.'
               SET WS-EXIT-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0110-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO WS-OPERADOR WS-OPER-SENHA.

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-OPERADOR
               SET OPERADOR-VALIDO TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE WS-OPERADOR TO OPER-ID
                   READ OPERMST
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
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       P0110-FIM.

       P0120-VERIFICA-PERIODO.
      *    SO PERIODO FECHADO: PERIODO ABERTO OU REABERTO RECEBE A
      *    CORRECAO PELO CAMINHO NORMAL DO LANCTOS.
           SET ST-FECH-OK TO TRUE.
           OPEN INPUT FECHMES.

           IF NOT ST-FECH-OK
               DISPLAY 'CONTROLE DE FECHAMENTO INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-FECH
               SET WS-EXIT-OK TO TRUE
               GO TO P0120-FIM
           END-IF.

           MOVE WS-PERIODO TO FECH-PERIODO.
           READ FECHMES
               INVALID KEY
                   DISPLAY 'PERIODO ' WS-PERIODO ' NAO FECHADO -'
                           ' CORRIJA PELO LANCTOS.'
                   SET WS-EXIT-OK TO TRUE
               NOT INVALID KEY
                   IF NOT FECH-FECHADO
                       DISPLAY 'PERIODO ' WS-PERIODO ' REABERTO -'
                               ' CORRIJA PELO LANCTOS.'
                       SET WS-EXIT-OK TO TRUE
                   ELSE
                       MOVE FECH-QTD   TO WS-QTD-ORIGINAL
                       MOVE FECH-VALOR TO WS-VAL-ORIGINAL
                       MOVE FECH-VALOR TO WS-VALOR-ED
                       DISPLAY 'PERIODO ' WS-PERIODO ' FECHADO COM '
                               FECH-QTD ' REGISTRO(S), TOTAL '
                               WS-VALOR-ED
                       IF NOT FECH-SEM-AJUSTE
                           MOVE FECH-VALOR-REAP TO WS-VALOR-ED
                           DISPLAY 'REAPRESENTADO COM '
                                   FECH-QTD-REAP ' REGISTRO(S), TOTAL '
                                   WS-VALOR-ED ' EM ' FECH-DATA-REAP
                       END-IF
                   END-IF
           END-READ.

           CLOSE FECHMES.
       P0120-FIM.

       P0130-APROVACAO-SUPERVISOR.
      *    O AJUSTE EM PERIODO FECHADO EXIGE CREDENCIAL DE NIVEL
      *    SUPERVISOR, DE OUTRA PESSOA QUE NAO O OPERADOR. SEM O
      *    CADASTRO DE OPERADORES (PRIMEIRA INSTALACAO) A APROVACAO
      *    E LIBERADA COMO ADMIN.
           SET APROVACAO-OK TO FALSE.
           MOVE SPACES TO WS-SUP-ID WS-SUP-SENHA WS-SUPERVISOR.

           DISPLAY 'APROVACAO DO SUPERVISOR - IDENTIFICACAO: '
           ACCEPT WS-SUP-ID.
           DISPLAY 'SENHA DO SUPERVISOR: '
           ACCEPT WS-SUP-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' APROVACAO LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-SUPERVISOR
               SET APROVACAO-OK TO TRUE
               GO TO P0130-FIM
           END-IF.

           IF NOT ST-OPER-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL -'
                       ' OPERACAO NAO APROVADA.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
               GO TO P0130-FIM
           END-IF.

           IF WS-SUP-ID EQUAL WS-OPERADOR
               DISPLAY 'O SUPERVISOR NAO PODE APROVAR O PROPRIO'
                       ' AJUSTE.'
               CLOSE OPERMST
               GO TO P0130-FIM
           END-IF.

           MOVE WS-SUP-ID TO OPER-ID.
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
           END-READ.
           CLOSE OPERMST.
       P0130-FIM.

       P0200-AJUSTA.
           MOVE ZEROS TO WS-COD-PEDIDO.
           DISPLAY 'CODIGO A AJUSTAR (ZERO PARA ENCERRAR): '
           ACCEPT WS-COD-PEDIDO.

           IF WS-COD-PEDIDO EQUAL ZEROS
               SET WS-EXIT-OK TO TRUE
               GO TO P0200-FIM
           END-IF.

           MOVE SPACES TO WS-TIPO-AJUSTE WS-MOTIVO-AJUSTE
                          WS-JUSTIFICATIVA.
           MOVE ZEROS TO WS-VALOR-AJUSTE.
           DISPLAY 'TIPO (D = DEBITO, C = CREDITO): '
           ACCEPT WS-TIPO-AJUSTE.
           DISPLAY 'VALOR DO AJUSTE: '
           ACCEPT WS-VALOR-AJUSTE.
           DISPLAY 'MOTIVO (3 POSICOES, BRANCO = AJP): '
           ACCEPT WS-MOTIVO-AJUSTE.
           IF WS-MOTIVO-AJUSTE EQUAL SPACES
               MOVE 'AJP' TO WS-MOTIVO-AJUSTE
           END-IF.
           DISPLAY 'JUSTIFICATIVA: '
           ACCEPT WS-JUSTIFICATIVA.

           SET AJUSTE-OK TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJ.
           EVALUATE TRUE
               WHEN NOT TIPO-AJUSTE-VALIDO
                   SET AJUSTE-OK TO FALSE
                   MOVE 'TIPO INVALIDO' TO WS-MOTIVO-REJ
               WHEN WS-VALOR-AJUSTE EQUAL ZEROS
                   SET AJUSTE-OK TO FALSE
                   MOVE 'VALOR ZERADO' TO WS-MOTIVO-REJ
               WHEN WS-JUSTIFICATIVA EQUAL SPACES
                   SET AJUSTE-OK TO FALSE
                   MOVE 'SEM JUSTIFICATIVA' TO WS-MOTIVO-REJ
           END-EVALUATE.

           IF AJUSTE-OK
               PERFORM P0210-LOCALIZA THRU P0210-FIM
           END-IF.

           IF NOT AJUSTE-OK
               PERFORM P0290-RECUSA THRU P0290-FIM
               GO TO P0200-FIM
           END-IF.

           MOVE WS-VALOR-ANTES TO WS-VALOR-ED.
           MOVE WS-VALOR-NOVO  TO WS-VALOR-ED2.
           DISPLAY '-------------------------------------------'
           DISPLAY 'CODIGO......: ' WS-COD-PEDIDO
                   '  DATA ' WS-DATA-EFET
           DISPLAY 'VALOR ATUAL.: ' WS-VALOR-ED
           DISPLAY 'VALOR NOVO..: ' WS-VALOR-ED2
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA O AJUSTE NO PERIODO ' WS-PERIODO
                   '? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMA-SIM
               DISPLAY 'AJUSTE NAO EFETUADO.'
               GO TO P0200-FIM
           END-IF.

           PERFORM P0230-APLICA THRU P0230-FIM.
           IF NOT AJUSTE-OK
               PERFORM P0290-RECUSA THRU P0290-FIM
               GO TO P0200-FIM
           END-IF.

           PERFORM P0250-GRAVA-MOVIMENTO THRU P0250-FIM.
           PERFORM P0255-GRAVA-HISTORICO THRU P0255-FIM.
           SET DIARIO-OP-ALTERACAO TO TRUE.
           MOVE SPACES TO WS-TEXTO-DIARIO.
           STRING 'AJUSTE PER ' WS-PERIODO
                  DELIMITED BY SIZE INTO WS-TEXTO-DIARIO.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
           MOVE 'DADOS1.DAT' TO WS-CTL-NOME-ARQ.
           MOVE 0 TO WS-CTL-DELTA-QTD.
           MOVE WS-MOVIMENTO TO WS-CTL-DELTA-VALOR.
           PERFORM P0450-ATUALIZA-CONTROLE THRU P0450-FIM.
           ADD 1 TO WS-CONT-AJUSTES.
           DISPLAY 'AJUSTE LANCADO COM A REFERENCIA '
                   WS-MOV-REFERENCIA '.'.
       P0200-FIM.

       P0210-LOCALIZA.
      *    O CODIGO PRECISA PERTENCER AO PERIODO (DATA-DADOS NO MES)
      *    - SO ASSIM A CORRECAO MEXE NOS TOTAIS DAQUELE FECHAMENTO.
           IF TIPO-AJUSTE-CREDITO
               MOVE WS-VALOR-AJUSTE TO WS-MOVIMENTO
           ELSE
               COMPUTE WS-MOVIMENTO = 0 - WS-VALOR-AJUSTE
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.

           IF NOT ST-OK
               SET AJUSTE-OK TO FALSE
               MOVE 'DADOS1 INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0210-FIM
           END-IF.

           MOVE WS-COD-PEDIDO TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   SET AJUSTE-OK TO FALSE
                   MOVE 'CODIGO INEXISTENTE' TO WS-MOTIVO-REJ
               NOT INVALID KEY
                   IF DATA-DADOS(1:6) NOT EQUAL WS-PERIODO
                       SET AJUSTE-OK TO FALSE
                       MOVE 'CODIGO FORA PERIODO' TO WS-MOTIVO-REJ
                   ELSE
                       MOVE DATA-DADOS  TO WS-DATA-EFET
                       MOVE VALOR-DADOS TO WS-VALOR-ANTES
                       COMPUTE WS-VALOR-NOVO =
                               VALOR-DADOS + WS-MOVIMENTO
                           ON SIZE ERROR
                               SET AJUSTE-OK TO FALSE
                               MOVE 'ESTOURO DE VALOR'
                                 TO WS-MOTIVO-REJ
                       END-COMPUTE
                   END-IF
           END-READ.

           CLOSE DADOS1.
       P0210-FIM.

       P0230-APLICA.
      *    RELE O CODIGO NA HORA DE GRAVAR: O VALOR PODE TER MUDADO
      *    ENQUANTO A TELA ESPERAVA A CONFIRMACAO.
           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.

           IF NOT ST-OK
               SET AJUSTE-OK TO FALSE
               MOVE 'DADOS1 INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0230-FIM
           END-IF.

           MOVE WS-COD-PEDIDO TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   SET AJUSTE-OK TO FALSE
                   MOVE 'CODIGO INEXISTENTE' TO WS-MOTIVO-REJ
               NOT INVALID KEY
                   MOVE VALOR-DADOS TO WS-VALOR-ANTES
                   COMPUTE WS-VALOR-NOVO =
                           VALOR-DADOS + WS-MOVIMENTO
                       ON SIZE ERROR
                           SET AJUSTE-OK TO FALSE
                           MOVE 'ESTOURO DE VALOR' TO WS-MOTIVO-REJ
                   END-COMPUTE
                   IF AJUSTE-OK
                       MOVE WS-VALOR-NOVO TO VALOR-DADOS
                       REWRITE RG-DADOS
                           INVALID KEY
                               SET AJUSTE-OK TO FALSE
                               MOVE 'ERRO NA REGRAVACAO'
                                 TO WS-MOTIVO-REJ
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE DADOS1.
       P0230-FIM.

       P0250-GRAVA-MOVIMENTO.
           PERFORM 9555-PROXIMA-REFERENCIA THRU 9555-FIM.

           SET ST-MOV-OK TO TRUE.

           OPEN EXTEND MOVHIST.

           IF WS-ST-MOV EQUAL 35 THEN
               OPEN OUTPUT MOVHIST
           END-IF.

           IF ST-MOV-OK THEN
               MOVE WS-COD-PEDIDO     TO MOV-COD-DADOS
               MOVE WS-TIPO-AJUSTE    TO MOV-TIPO
               MOVE WS-VALOR-AJUSTE   TO MOV-VALOR
               MOVE WS-MOTIVO-AJUSTE  TO MOV-MOTIVO
               MOVE WS-DATA-EFET      TO MOV-DATA-EFET
               ACCEPT MOV-DATA-PROC FROM DATE YYYYMMDD
               ACCEPT MOV-HORA-PROC FROM TIME
               MOVE WS-OPERADOR       TO MOV-OPERADOR
               MOVE WS-MOV-REFERENCIA TO MOV-REFERENCIA
               MOVE ZEROS             TO MOV-REF-ESTORNO
               WRITE RG-MOVHIST
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MOVIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
           END-IF.

           CLOSE MOVHIST.
       P0250-FIM.

       P0255-GRAVA-HISTORICO.
           SET ST-AJP-OK TO TRUE.

           OPEN EXTEND AJUSTPER.

           IF WS-ST-AJP EQUAL 35 THEN
               OPEN OUTPUT AJUSTPER
           END-IF.

           IF ST-AJP-OK THEN
               MOVE WS-PERIODO        TO AJP-PERIODO
               MOVE WS-COD-PEDIDO     TO AJP-COD-DADOS
               MOVE WS-TIPO-AJUSTE    TO AJP-TIPO
               MOVE WS-VALOR-AJUSTE   TO AJP-VALOR
               MOVE WS-VALOR-ANTES    TO AJP-VALOR-ANTES
               MOVE WS-VALOR-NOVO     TO AJP-VALOR-DEPOIS
               MOVE WS-MOTIVO-AJUSTE  TO AJP-MOTIVO
               MOVE WS-JUSTIFICATIVA  TO AJP-JUSTIFICATIVA
               MOVE WS-MOV-REFERENCIA TO AJP-REFERENCIA
               MOVE WS-OPERADOR       TO AJP-OPERADOR
               MOVE WS-SUPERVISOR     TO AJP-SUPERVISOR
               ACCEPT AJP-DATA FROM DATE YYYYMMDD
               ACCEPT AJP-HORA FROM TIME
               WRITE RG-AJUSTPER
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE AJUSTES.'
               DISPLAY 'FILE STATUS: ' WS-ST-AJP
           END-IF.

           CLOSE AJUSTPER.
       P0255-FIM.

       P0260-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'AJUSTPER'       TO DIARIO-PROGRAMA
               MOVE WS-COD-PEDIDO    TO DIARIO-COD-DADOS
               MOVE WS-TEXTO-DIARIO  TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR      TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0260-FIM.

       P0290-RECUSA.
           DISPLAY 'AJUSTE DO CODIGO ' WS-COD-PEDIDO
                   ' RECUSADO - ' WS-MOTIVO-REJ.
           ADD 1 TO WS-CONT-RECUSADOS.
           SET DIARIO-OP-REJEICAO TO TRUE.
           MOVE WS-MOTIVO-REJ TO WS-TEXTO-DIARIO.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
       P0290-FIM.

       P0300-REAPRESENTA.
      *    REAPURA O PERIODO COMO O FECHMES FAZ NO FECHAMENTO E GRAVA
      *    O RESULTADO AO LADO DOS TOTAIS ORIGINAIS, QUE FICAM COMO
      *    ESTAVAM. O PERIODO CONTINUA FECHADO.
           MOVE ZEROS TO WS-QTD-REAP WS-VAL-REAP.
           SET FIM-OK TO FALSE.
           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.

           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL - PERIODO NAO'
                       ' REAPRESENTADO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0300-FIM
           END-IF.

           MOVE LOW-VALUES TO COD-DADOS.
           START DADOS1 KEY IS NOT LESS THAN COD-DADOS
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM P0305-ACUMULA-REGISTRO THRU P0305-FIM
                   UNTIL FIM-OK.
           CLOSE DADOS1.

           SET ST-FECH-OK TO TRUE.
           OPEN I-O FECHMES.
           IF NOT ST-FECH-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE FECHAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-FECH
               GO TO P0300-FIM
           END-IF.

           MOVE WS-PERIODO TO FECH-PERIODO.
           READ FECHMES
               INVALID KEY
                   DISPLAY 'PERIODO ' WS-PERIODO ' SUMIU DO CONTROLE'
                           ' DE FECHAMENTO.'
               NOT INVALID KEY
                   ADD WS-CONT-AJUSTES TO FECH-QTD-AJUSTES
                   MOVE WS-QTD-REAP TO FECH-QTD-REAP
                   MOVE WS-VAL-REAP TO FECH-VALOR-REAP
                   MOVE WS-HOJE     TO FECH-DATA-REAP
                   REWRITE RG-FECHMES
                   MOVE WS-VAL-REAP TO WS-VALOR-ED
                   DISPLAY 'PERIODO ' WS-PERIODO ' REAPRESENTADO: '
                           WS-QTD-REAP ' REGISTRO(S), TOTAL '
                           WS-VALOR-ED
           END-READ.
           CLOSE FECHMES.
       P0300-FIM.

       P0305-ACUMULA-REGISTRO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF DATA-DADOS(1:6) EQUAL WS-PERIODO
                       ADD 1 TO WS-QTD-REAP
                       ADD VALOR-DADOS TO WS-VAL-REAP
                   END-IF
           END-READ.
       P0305-FIM.

       P0320-MARCA-SUBMISSAO.
      *    PERIODO JA SUBMETIDO AO REGULADOR PRECISA DE NOVA VIA COM
      *    OS TOTAIS REAPRESENTADOS (OPCAO DE RESUBMISSAO DO REGEXTR).
           MOVE 'PERIODO AINDA NAO SUBMETIDO' TO WS-SIT-SUBMISSAO.
           SET ST-RCTL-OK TO TRUE.
           OPEN I-O REGCTL.

           IF NOT ST-RCTL-OK
               GO TO P0320-FIM
           END-IF.

           MOVE WS-PERIODO TO RCTL-PERIODO.
           READ REGCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RCTL-PEND-RESUB TO TRUE
                   REWRITE RG-REGCTL
                   MOVE SPACES TO WS-SIT-SUBMISSAO
                   STRING 'VIA ' RCTL-VIA
                          ' PENDENTE DE RESUBMISSAO'
                          DELIMITED BY SIZE INTO WS-SIT-SUBMISSAO
                   DISPLAY 'EXTRATO REGULATORIO DO PERIODO MARCADO'
                           ' PARA RESUBMISSAO (REGEXTR).'
           END-READ.
           CLOSE REGCTL.
       P0320-FIM.

       P0400-RELATORIO.
      *    RELATORIO DE REAPRESENTACAO: FECHAMENTO ORIGINAL, TODOS OS
      *    AJUSTES JA LANCADOS NO PERIODO E O TOTAL REAPRESENTADO.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'REAPRESENTACAO DE PERIODO FECHADO' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE REAPRESENTACAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0400-FIM
           END-IF.

           MOVE WS-VAL-ORIGINAL TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PERIODO ' WS-PERIODO
                  '  FECHAMENTO ORIGINAL ' WS-QTD-ORIGINAL
                  ' REGISTRO(S) ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CODIGO  T      VALOR         ANTES        DEPOIS'
             TO WS-LINHA-RELATORIO.
           MOVE ' REFERENCIA OPERADOR SUPERV.  DATA'
             TO WS-LINHA-RELATORIO(51:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET ST-AJP-OK TO TRUE.
           OPEN INPUT AJUSTPER.
           IF ST-AJP-OK
               SET FIM-OK TO FALSE
               PERFORM P0410-LISTA-AJUSTE THRU P0410-FIM
                       UNTIL FIM-OK
               CLOSE AJUSTPER
           END-IF.

           COMPUTE WS-VAL-DIFERENCA = WS-VAL-REAP - WS-VAL-ORIGINAL.
           MOVE WS-VAL-REAP TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'REAPRESENTADO ' WS-QTD-REAP
                  ' REGISTRO(S) ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE WS-VAL-DIFERENCA TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DIFERENCA SOBRE O ORIGINAL ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EXTRATO REGULATORIO: ' WS-SIT-SUBMISSAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'AJUSTES DO PERIODO ' WS-CONT-HISTORICO
                  ' - NESTA CORRIDA ' WS-CONT-AJUSTES
                  ' APROVADOS POR ' WS-SUPERVISOR
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'RELATORIO GRAVADO EM AJUSTPER.' WS-HOJE '.TXT'.
       P0400-FIM.

       P0410-LISTA-AJUSTE.
           READ AJUSTPER
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF AJP-PERIODO EQUAL WS-PERIODO
                       ADD 1 TO WS-CONT-HISTORICO
                       MOVE AJP-VALOR-ANTES  TO WS-VALOR-ED
                       MOVE AJP-VALOR-DEPOIS TO WS-VALOR-ED2
                       MOVE SPACES TO WS-LINHA-RELATORIO
                       STRING AJP-COD-DADOS ' ' AJP-TIPO ' '
                              AJP-VALOR ' ' WS-VALOR-ED(6:14)
                              ' ' WS-VALOR-ED2(6:14)
                              ' ' AJP-REFERENCIA ' ' AJP-OPERADOR
                              ' ' AJP-SUPERVISOR ' ' AJP-DATA
                              DELIMITED BY SIZE
                              INTO WS-LINHA-RELATORIO
                       PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
                       MOVE SPACES TO WS-LINHA-RELATORIO
                       STRING '        MOTIVO ' AJP-MOTIVO
                              ' - ' AJP-JUSTIFICATIVA
                              DELIMITED BY SIZE
                              INTO WS-LINHA-RELATORIO
                       PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
                   END-IF
           END-READ.
       P0410-FIM.

       P0450-ATUALIZA-CONTROLE.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O CTLSALDO.

           IF WS-ST-CTL EQUAL 35 THEN
               OPEN OUTPUT CTLSALDO
               CLOSE CTLSALDO
               OPEN I-O CTLSALDO
           END-IF.

           IF ST-CTL-OK THEN
               MOVE WS-CTL-NOME-ARQ TO CTL-ARQUIVO
               READ CTLSALDO
                   INVALID KEY
                       MOVE WS-CTL-NOME-ARQ    TO CTL-ARQUIVO
                       MOVE WS-CTL-DELTA-QTD   TO CTL-QTD
                       MOVE WS-CTL-DELTA-VALOR TO CTL-VALOR
                       WRITE RG-CTLSALDO
                           INVALID KEY
                               DISPLAY 'ERRO AO CRIAR O CONTROLE DE'
                                       ' SALDOS.'
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-CTL-DELTA-QTD   TO CTL-QTD
                       ADD WS-CTL-DELTA-VALOR TO CTL-VALOR
                       REWRITE RG-CTLSALDO
               END-READ
               CLOSE CTLSALDO
           ELSE
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE SALDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-CTL
           END-IF.
       P0450-FIM.

       P0500-FINALIZA.
           DISPLAY '***********************************************'.
           DISPLAY 'AJUSTES LANCADOS......: ' WS-CONT-AJUSTES.
           DISPLAY 'AJUSTES RECUSADOS.....: ' WS-CONT-RECUSADOS.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0600-REGISTRA-CATALOGO.
      *    TODA CORRIDA SE REGISTRA NO CATALOGO DE RELATORIOS PARA O
      *    RELCATLG LISTAR E REIMPRIMIR A SAIDA DATADA GUARDADA.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O RELCAT.

           IF WS-ST-CAT EQUAL 35 THEN
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               OPEN I-O RELCAT
           END-IF.

           IF ST-CAT-OK THEN
               MOVE 'AJUSTPER' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'PERIODO ' WS-PERIODO
                      DELIMITED BY SIZE INTO WS-PARAMETROS
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
               WRITE RG-RELCAT
                   INVALID KEY
                       REWRITE RG-RELCAT
               END-WRITE
               CLOSE RELCAT
           ELSE
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CAT
           END-IF.
       P0600-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'FECHMES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FECHMES-DAT.
           MOVE 'REGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REGCTL-DAT.
           MOVE 'AJUSTPER.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AJUSTPER-TXT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
           MOVE 'MOVREF.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVREF-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'AJUSTPER.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY BLOQBAT.

       COPY MOVREF.
