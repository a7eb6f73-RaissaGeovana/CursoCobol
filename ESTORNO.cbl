      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estorno de movimento por referencia - dada a
      *          referencia de um movimento de MOVHIST.TXT (impressa
      *          no registro do LANCTOS), grava o movimento oposto
      *          exato (mesmo valor e motivo, tipo invertido, data
      *          efetiva de hoje) amarrado ao original pela
      *          referencia estornada, desfaz o valor em VALOR-DADOS,
      *          jornaliza no DIARIO e ajusta o controle de saldos.
      *          Recusa referencia inexistente, movimento ja
      *          estornado e o estorno de um estorno. Exige operador
      *          de nivel supervisor e respeita a janela da cadeia
      *          noturna e o periodo fechado.
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
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT FECHMES ASSIGN TO WS-ARQ-FECHMES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS FECH-PERIODO
              FILE STATUS IS WS-ST-FECH.

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

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY BLOQBAT_WS.
       COPY MOVREF_WS.
       77  WS-ARQ-MOVHIST-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-FECHMES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVREF-DAT      PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-MOV         PIC 99.
         88 ST-MOV-OK       VALUE 0.
       77 WS-ST-FECH        PIC 99.
         88 ST-FECH-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-ST-CTL         PIC 99.
         88 ST-CTL-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'S' FALSE 'N'.
       77 WS-FIM-MOV        PIC X     VALUE 'N'.
         88 FIM-MOV-OK      VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-OPER-VALIDO    PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO VALUE 'S' FALSE 'N'.
       77 WS-OPER-NIVEL-LIDO PIC 9(01) VALUE ZEROS.
       77 WS-REF-PEDIDA     PIC 9(09) VALUE ZEROS.
       77 WS-ACHOU-ORIGINAL PIC X     VALUE 'N'.
         88 ACHOU-ORIGINAL  VALUE 'S' FALSE 'N'.
       77 WS-REF-QUE-ESTORNOU PIC 9(09) VALUE ZEROS.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
         88 CONFIRMA-SIM    VALUE 'S' 's'.
       77 WS-ESTORNO-OK     PIC X     VALUE 'S'.
         88 ESTORNO-OK      VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-REJ     PIC X(20) VALUE SPACES.
       77 WS-TEXTO-DIARIO   PIC X(20) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
      *    MOVIMENTO ORIGINAL LOCALIZADO PELA REFERENCIA.
       01 WS-ORIGINAL.
          02 WS-ORI-COD-DADOS  PIC 9(07).
          02 WS-ORI-TIPO       PIC X(01).
             88 WS-ORI-CREDITO VALUE 'C'.
          02 WS-ORI-VALOR      PIC 9(07)V99.
          02 WS-ORI-MOTIVO     PIC X(03).
          02 WS-ORI-DATA-EFET  PIC 9(08).
          02 WS-ORI-DATA-PROC  PIC 9(08).
          02 WS-ORI-OPERADOR   PIC X(08).
          02 WS-ORI-REF-ESTORNO PIC 9(09).
       77 WS-TIPO-ESTORNO   PIC X(01) VALUE SPACES.
       77 WS-MOVIMENTO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-NOVO     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$$.$$9,99.
       77 WS-NOME-DADO      PIC X(20) VALUE SPACES.
       77 WS-CONT-ESTORNOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WS-CTL-NOME-ARQ     PIC X(12) VALUE SPACES.
       77 WS-CTL-DELTA-QTD    PIC S9(01) VALUE ZEROS.
       77 WS-CTL-DELTA-VALOR  PIC S9(09)V99 COMP-3 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           PERFORM P0200-ESTORNA THRU P0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '******** ESTORNO DE MOVIMENTO POR REFERENCIA *****'.
           SET WS-EXIT-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM.
           IF NOT OPERADOR-VALIDO
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF WS-OPER-NIVEL-LIDO < 2
               DISPLAY 'ESTORNO RESTRITO AO NIVEL SUPERVISOR.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM 9550-VERIFICA-BLOQUEIO THRU 9550-FIM.
           IF BATCH-EM-EXECUCAO
               DISPLAY 'CADEIA NOTURNA EM EXECUCAO - ESTORNOS'
                       ' BLOQUEADOS.'
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
               MOVE 2 TO WS-OPER-NIVEL-LIDO
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
                               MOVE OPER-NIVEL TO WS-OPER-NIVEL-LIDO
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

       P0200-ESTORNA.
           MOVE ZEROS TO WS-REF-PEDIDA.
           DISPLAY 'REFERENCIA DO MOVIMENTO A ESTORNAR (ZERO PARA'
                   ' SAIR): '
           ACCEPT WS-REF-PEDIDA.

           IF WS-REF-PEDIDA EQUAL ZEROS
               SET WS-EXIT-OK TO TRUE
               GO TO P0200-FIM
           END-IF.

           SET ESTORNO-OK TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJ.
           PERFORM P0210-LOCALIZA THRU P0210-FIM.

           EVALUATE TRUE
               WHEN NOT ESTORNO-OK
                   CONTINUE
               WHEN NOT ACHOU-ORIGINAL
                   SET ESTORNO-OK TO FALSE
                   MOVE 'REFERENCIA INEXISTENTE' TO WS-MOTIVO-REJ
               WHEN WS-ORI-REF-ESTORNO NOT EQUAL ZEROS
                   SET ESTORNO-OK TO FALSE
                   MOVE 'E UM ESTORNO' TO WS-MOTIVO-REJ
               WHEN WS-REF-QUE-ESTORNOU NOT EQUAL ZEROS
                   SET ESTORNO-OK TO FALSE
                   MOVE 'JA ESTORNADO' TO WS-MOTIVO-REJ
           END-EVALUATE.

           IF NOT ESTORNO-OK
               PERFORM P0290-RECUSA THRU P0290-FIM
               GO TO P0200-FIM
           END-IF.

           MOVE WS-ORI-VALOR TO WS-VALOR-ED.
           DISPLAY '-------------------------------------------'
           DISPLAY 'REFERENCIA..: ' WS-REF-PEDIDA
                   '  CODIGO: ' WS-ORI-COD-DADOS
           DISPLAY 'MOVIMENTO...: ' WS-ORI-TIPO ' ' WS-VALOR-ED
                   '  MOTIVO ' WS-ORI-MOTIVO
           DISPLAY 'EFETIVO EM..: ' WS-ORI-DATA-EFET
                   '  PROCESSADO EM ' WS-ORI-DATA-PROC
                   ' POR ' WS-ORI-OPERADOR
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA O ESTORNO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMA-SIM
               DISPLAY 'ESTORNO NAO EFETUADO.'
               GO TO P0200-FIM
           END-IF.

           PERFORM P0220-VERIFICA-PERIODO THRU P0220-FIM.
           IF ESTORNO-OK
               PERFORM P0230-APLICA THRU P0230-FIM
           END-IF.

           IF NOT ESTORNO-OK
               PERFORM P0290-RECUSA THRU P0290-FIM
               GO TO P0200-FIM
           END-IF.

           PERFORM P0250-GRAVA-MOVIMENTO THRU P0250-FIM.
           SET DIARIO-OP-ALTERACAO TO TRUE.
           MOVE SPACES TO WS-TEXTO-DIARIO.
           STRING 'ESTORNO ' WS-REF-PEDIDA
                  DELIMITED BY SIZE INTO WS-TEXTO-DIARIO.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
           MOVE 'DADOS1.DAT' TO WS-CTL-NOME-ARQ.
           MOVE 0 TO WS-CTL-DELTA-QTD.
           MOVE WS-MOVIMENTO TO WS-CTL-DELTA-VALOR.
           PERFORM P0450-ATUALIZA-CONTROLE THRU P0450-FIM.
           ADD 1 TO WS-CONT-ESTORNOS.
           DISPLAY 'MOVIMENTO ' WS-REF-PEDIDA ' ESTORNADO PELA'
                   ' REFERENCIA ' WS-MOV-REFERENCIA '.'.
       P0200-FIM.

       P0210-LOCALIZA.
      *    UMA PASSADA NO MOVHIST: ACHA O ORIGINAL PELA REFERENCIA E
      *    QUALQUER ESTORNO JA GRAVADO CONTRA ELA.
           SET ACHOU-ORIGINAL TO FALSE.
           MOVE ZEROS TO WS-REF-QUE-ESTORNOU.
           INITIALIZE WS-ORIGINAL.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               SET ESTORNO-OK TO FALSE
               MOVE 'MOVHIST INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0210-FIM
           END-IF.

           SET FIM-MOV-OK TO FALSE.
           PERFORM P0215-LE-MOVIMENTO THRU P0215-FIM
                   UNTIL FIM-MOV-OK.
           CLOSE MOVHIST.
       P0210-FIM.

       P0215-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-MOV-OK TO TRUE
               NOT AT END
                   IF MOV-REFERENCIA EQUAL WS-REF-PEDIDA
                       SET ACHOU-ORIGINAL TO TRUE
                       MOVE MOV-COD-DADOS   TO WS-ORI-COD-DADOS
                       MOVE MOV-TIPO        TO WS-ORI-TIPO
                       MOVE MOV-VALOR       TO WS-ORI-VALOR
                       MOVE MOV-MOTIVO      TO WS-ORI-MOTIVO
                       MOVE MOV-DATA-EFET   TO WS-ORI-DATA-EFET
                       MOVE MOV-DATA-PROC   TO WS-ORI-DATA-PROC
                       MOVE MOV-OPERADOR    TO WS-ORI-OPERADOR
                       MOVE MOV-REF-ESTORNO TO WS-ORI-REF-ESTORNO
                   END-IF
                   IF MOV-REF-ESTORNO EQUAL WS-REF-PEDIDA
                       MOVE MOV-REFERENCIA TO WS-REF-QUE-ESTORNOU
                   END-IF
           END-READ.
       P0215-FIM.

       P0220-VERIFICA-PERIODO.
      *    O ESTORNO E EFETIVO NA DATA DE HOJE; SEM FECHMES.DAT O
      *    PERIODO E TRATADO COMO ABERTO.
           SET ST-FECH-OK TO TRUE.
           OPEN INPUT FECHMES.

           IF ST-FECH-OK
               MOVE WS-HOJE(1:6) TO FECH-PERIODO
               READ FECHMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FECH-FECHADO
                           SET ESTORNO-OK TO FALSE
                           MOVE 'PERIODO FECHADO' TO WS-MOTIVO-REJ
                       END-IF
               END-READ
               CLOSE FECHMES
           END-IF.
       P0220-FIM.

       P0230-APLICA.
      *    O OPOSTO EXATO: CREDITO ORIGINAL VIRA DEBITO DO MESMO
      *    VALOR E VICE-VERSA.
           IF WS-ORI-CREDITO
               MOVE 'D' TO WS-TIPO-ESTORNO
               COMPUTE WS-MOVIMENTO = 0 - WS-ORI-VALOR
           ELSE
               MOVE 'C' TO WS-TIPO-ESTORNO
               MOVE WS-ORI-VALOR TO WS-MOVIMENTO
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.

           IF NOT ST-OK
               SET ESTORNO-OK TO FALSE
               MOVE 'DADOS1 INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0230-FIM
           END-IF.

           MOVE WS-ORI-COD-DADOS TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   SET ESTORNO-OK TO FALSE
                   MOVE 'CODIGO INEXISTENTE' TO WS-MOTIVO-REJ
               NOT INVALID KEY
                   MOVE NOM-DADOS TO WS-NOME-DADO
                   COMPUTE WS-VALOR-NOVO =
                           VALOR-DADOS + WS-MOVIMENTO
                       ON SIZE ERROR
                           SET ESTORNO-OK TO FALSE
                           MOVE 'ESTOURO DE VALOR' TO WS-MOTIVO-REJ
                   END-COMPUTE
                   IF ESTORNO-OK
                       MOVE WS-VALOR-NOVO TO VALOR-DADOS
                       REWRITE RG-DADOS
                           INVALID KEY
                               SET ESTORNO-OK TO FALSE
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
               MOVE WS-ORI-COD-DADOS  TO MOV-COD-DADOS
               MOVE WS-TIPO-ESTORNO   TO MOV-TIPO
               MOVE WS-ORI-VALOR      TO MOV-VALOR
               MOVE WS-ORI-MOTIVO     TO MOV-MOTIVO
               MOVE WS-HOJE           TO MOV-DATA-EFET
               ACCEPT MOV-DATA-PROC FROM DATE YYYYMMDD
               ACCEPT MOV-HORA-PROC FROM TIME
               MOVE WS-OPERADOR       TO MOV-OPERADOR
               MOVE WS-MOV-REFERENCIA TO MOV-REFERENCIA
               MOVE WS-REF-PEDIDA     TO MOV-REF-ESTORNO
               WRITE RG-MOVHIST
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MOVIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
           END-IF.

           CLOSE MOVHIST.
       P0250-FIM.

       P0260-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'ESTORNO '       TO DIARIO-PROGRAMA
               MOVE WS-ORI-COD-DADOS TO DIARIO-COD-DADOS
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
           DISPLAY 'ESTORNO DA REFERENCIA ' WS-REF-PEDIDA
                   ' RECUSADO - ' WS-MOTIVO-REJ.
           IF WS-REF-QUE-ESTORNOU NOT EQUAL ZEROS
               DISPLAY 'ESTORNADO ANTES PELA REFERENCIA '
                       WS-REF-QUE-ESTORNOU '.'
           END-IF.
           ADD 1 TO WS-CONT-RECUSADOS.
           SET DIARIO-OP-REJEICAO TO TRUE.
           MOVE WS-MOTIVO-REJ TO WS-TEXTO-DIARIO.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
       P0290-FIM.

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
           DISPLAY 'MOVIMENTOS ESTORNADOS.: ' WS-CONT-ESTORNOS.
           DISPLAY 'ESTORNOS RECUSADOS....: ' WS-CONT-RECUSADOS.
           DISPLAY '***********************************************'.
       P0500-FIM.

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
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY BLOQBAT.

       COPY MOVREF.
