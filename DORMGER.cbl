      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dormencia de codigos por atividade real - apura a
      *          ultima atividade de cada codigo ativo de DADOS1.DAT
      *          no diario de transacoes (DIARIO.TXT e o historico
      *          DIARIOH.DAT: inclusao, alteracao e inativacao feitas
      *          por operador, fora os programas PRG= de DORMCFG.TXT
      *          e os motores de movimento, julgados pelo motivo), nos
      *          movimentos de MOVHIST.TXT (fora os motivos MOT= de
      *          cobranca do sistema) e nas consultas de ACESSLOG.TXT
      *          (fora as chamadas entre programas), partindo de
      *          DATA-DADOS. Codigo sem atividade ha mais meses que o
      *          MES= de DORMCFG.TXT (padrao 12) fica dormente em
      *          DORMENC.DAT; codigo dormente com movimento ou
      *          registro no diario posterior a marcacao e reativado
      *          (consulta nao reativa). O relatorio de dormencia por
      *          departamento lista os codigos que ficaram dormentes e
      *          os reativados desde a ultima corrida - inclusive os
      *          reativados na hora pelo LANCTOS - pelo PRINTSRV em
      *          DORMREL.AAAAMMDD.TXT, registrado no catalogo de
      *          relatorios. Roda como etapa da cadeia noturna.
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
              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT DORMENCIA ASSIGN TO WS-ARQ-DORMENCIA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DORM-COD-DADOS
              FILE STATUS IS WS-ST-DRM.

              SELECT DORMCFG ASSIGN TO WS-ARQ-DORMCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DCF.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT DIARIOH ASSIGN TO WS-ARQ-DIARIOH-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS HISTJ-CHAVE
              ALTERNATE RECORD KEY IS HISTJ-COD-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-HIST.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT ACESSLOG ASSIGN TO WS-ARQ-ACESSLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACESSO.

              SELECT WORKDORM ASSIGN TO WS-ARQ-WORKDORM-TMP.

              SELECT WORKDREL ASSIGN TO WS-ARQ-WORKDREL-TMP.

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
       FD DADOS1.
       COPY FD_CRUD.

       FD DORMENCIA.
       COPY FD_DORMENCIA.

       FD DORMCFG.
       01  RG-DORMCFG          PIC X(80).

       FD DIARIO.
       COPY FD_DIARIO.

       FD DIARIOH.
       COPY FD_DIARIOH.

       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD ACESSLOG.
       COPY FD_ACESSO.

       SD WORKDORM.
       01 SD-ATIVIDADE.
          02 SD-COD-DADOS    PIC 9(07).
          02 SD-DATA         PIC 9(08).
          02 SD-ORIGEM       PIC X(08).
          02 SD-TIPO         PIC X(01).
             88 SD-MOVIMENTO    VALUE 'M'.
             88 SD-CONSULTA     VALUE 'C'.
             88 SD-BASE         VALUE 'B'.

       SD WORKDREL.
       01 SD-DORMENCIA.
          02 SD2-DEPTO       PIC X(04).
          02 SD2-SITUACAO    PIC X(01).
             88 SD2-DORMENTE    VALUE 'D'.
             88 SD2-REATIVADO   VALUE 'R'.
          02 SD2-COD-DADOS   PIC 9(07).
          02 SD2-NOM-DADOS   PIC X(20).
          02 SD2-ULT-ATIV    PIC 9(08).
          02 SD2-ULT-ORIGEM  PIC X(08).
          02 SD2-DATA        PIC 9(08).
          02 SD2-ORIGEM      PIC X(08).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY DORMENCIA_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMENCIA-DAT PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMCFG-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIOH-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-ACESSLOG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKDORM-TMP  PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKDREL-TMP  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-HIST         PIC 99.
         88 ST-HIST-OK        VALUE 0.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-ACESSO       PIC 99.
         88 ST-ACESSO-OK      VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X.
         88 FIM-LEITURA       VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DRM-ABERTO      PIC X     VALUE 'N'.
         88 DRM-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-DORMENCIA-NOVA  PIC X     VALUE 'N'.
         88 DORMENCIA-NOVA             VALUE 'S' FALSE 'N'.
       77 WS-CONTA           PIC X     VALUE 'N'.
         88 ATIVIDADE-CONTA            VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
      *    DATA DE CORTE: HOJE MENOS OS MESES DO PARAMETRO.
       01 WS-CORTE           PIC 9(08) VALUE ZEROS.
       01 WS-CORTE-R REDEFINES WS-CORTE.
          02 WS-CORTE-ANO    PIC 9(04).
          02 WS-CORTE-MES    PIC 9(02).
          02 WS-CORTE-DIA    PIC 9(02).
       77 WS-MESES-CORRIDOS  PIC 9(06) VALUE ZEROS.
      *    REGISTRO DO DIARIO EM AVALIACAO (DIARIO OU DIARIOH).
       77 WS-ATV-PROGRAMA    PIC X(08) VALUE SPACES.
       77 WS-ATV-OPERACAO    PIC X(01) VALUE SPACES.
       77 WS-ATV-OPERADOR    PIC X(08) VALUE SPACES.
      *    ULTIMA ATIVIDADE DO CODIGO CORRENTE NA SAIDA DO SORT.
       77 WS-COD-ATUAL       PIC 9(07) VALUE ZEROS.
       77 WS-ULT-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-ULT-ORIGEM      PIC X(08) VALUE SPACES.
       77 WS-ULT-MOV         PIC 9(08) VALUE ZEROS.
       77 WS-ULT-MOV-ORIGEM  PIC X(08) VALUE SPACES.
      *    QUEBRA POR DEPARTAMENTO NO RELATORIO.
       77 WS-DEPTO-ATUAL     PIC X(04) VALUE SPACES.
       77 WS-DEPTO-INICIO    PIC X     VALUE 'S'.
         88 PRIMEIRO-DEPTO             VALUE 'S' FALSE 'N'.
       77 WS-DP-DORMENTES    PIC 9(05) VALUE ZEROS.
       77 WS-DP-REATIVADOS   PIC 9(05) VALUE ZEROS.
      *    CONTADORES.
       77 WS-CONT-ATIVIDADES PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CODIGOS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DORMENTES  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REATIVADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ERROS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DORMENTES   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REATIVADOS  PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-ED     PIC X(10) VALUE SPACES.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM    PIC X(20).
           02 LK-OPERADOR    PIC X(08).
           02 LK-NIVEL       PIC 9(01).
           02 LK-MODO-EXEC   PIC X(01).
             88 LK-MODO-EXEC-BATCH  VALUE 'B' 'b'.
           02 LK-RETORNO     PIC 9(02).
           02 LK-CONT-LIDOS      PIC 9(05).
           02 LK-CONT-GRAVADOS   PIC 9(05).
           02 LK-CONT-REJEITADOS PIC 9(05).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF LK-RETORNO EQUAL ZEROS
               SORT WORKDORM
                   ON ASCENDING KEY SD-COD-DADOS
                   INPUT PROCEDURE  IS P0200-COLETA
                                  THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-AVALIA
                                  THRU P0300-FIM
           END-IF.
           IF LK-RETORNO EQUAL ZEROS
               SORT WORKDREL
                   ON ASCENDING KEY SD2-DEPTO SD2-SITUACAO
                                    SD2-COD-DADOS
                   INPUT PROCEDURE  IS P0400-SELECIONA
                                  THRU P0400-FIM
                   OUTPUT PROCEDURE IS P0450-IMPRIME
                                  THRU P0450-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** DORMENCIA DE CODIGOS *****'.
           MOVE ZEROS TO LK-RETORNO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           PERFORM 9370-CARREGA-DORMCFG THRU 9370-FIM.
           COMPUTE WS-MESES-CORRIDOS = WS-HOJE-ANO * 12
                                     + WS-HOJE-MES - 1 - WS-DRM-MESES.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-CORTE-ANO
                  REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE WS-HOJE-DIA TO WS-CORTE-DIA.
           DISPLAY 'SEM ATIVIDADE DESDE ' WS-CORTE ' (' WS-DRM-MESES
                   ' MESES) = DORMENTE.'.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET DAD-ABERTO TO TRUE.

           SET ST-DRM-OK TO TRUE.
           OPEN I-O DORMENCIA.
           IF WS-ST-DRM EQUAL 35
               OPEN OUTPUT DORMENCIA
               CLOSE DORMENCIA
               OPEN I-O DORMENCIA
           END-IF.
           IF NOT ST-DRM-OK
               DISPLAY 'ERRO AO ABRIR O INDICADOR DE DORMENCIA.'
               DISPLAY 'FILE STATUS: ' WS-ST-DRM
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET DRM-ABERTO TO TRUE.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'DORMENCIA DE CODIGOS - ' WS-HOJE
                  DELIMITED BY SIZE INTO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
       P0100-FIM.

       P0200-COLETA.
      *    UMA LINHA POR ATIVIDADE: A DATA-DADOS DE CADA CODIGO
      *    ATIVO E O PONTO DE PARTIDA, SOMADA AS FONTES DE ATIVIDADE
      *    QUE EXISTIREM (FALTANDO UMA, VALEM AS DEMAIS).
           SET FIM-LEITURA TO FALSE.
           PERFORM P0210-LE-CADASTRO THRU P0210-FIM
                   UNTIL FIM-LEITURA.

           SET ST-DIARIO-OK TO TRUE.
           OPEN INPUT DIARIO.
           IF ST-DIARIO-OK
               SET FIM-LEITURA TO FALSE
               PERFORM P0220-LE-DIARIO THRU P0220-FIM
                       UNTIL FIM-LEITURA
               CLOSE DIARIO
           ELSE
               DISPLAY 'DIARIO.TXT INDISPONIVEL - NAO CONSIDERADO.'
           END-IF.

           SET ST-HIST-OK TO TRUE.
           OPEN INPUT DIARIOH.
           IF ST-HIST-OK
               SET FIM-LEITURA TO FALSE
               PERFORM P0225-LE-DIARIOH THRU P0225-FIM
                       UNTIL FIM-LEITURA
               CLOSE DIARIOH
           ELSE
               DISPLAY 'DIARIOH.DAT INDISPONIVEL - NAO CONSIDERADO.'
           END-IF.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF ST-MOV-OK
               SET FIM-LEITURA TO FALSE
               PERFORM P0240-LE-MOVIMENTO THRU P0240-FIM
                       UNTIL FIM-LEITURA
               CLOSE MOVHIST
           ELSE
               DISPLAY 'MOVHIST.TXT INDISPONIVEL - NAO CONSIDERADO.'
           END-IF.

           SET ST-ACESSO-OK TO TRUE.
           OPEN INPUT ACESSLOG.
           IF ST-ACESSO-OK
               SET FIM-LEITURA TO FALSE
               PERFORM P0250-LE-ACESSO THRU P0250-FIM
                       UNTIL FIM-LEITURA
               CLOSE ACESSLOG
           ELSE
               DISPLAY 'ACESSLOG.TXT INDISPONIVEL - NAO CONSIDERADO.'
           END-IF.
       P0200-FIM.

       P0210-LE-CADASTRO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0210-FIM
           END-READ.
           IF NOT DADO-ATIVO
               GO TO P0210-FIM
           END-IF.

      *    SEM DATA-DADOS VALIDA O CODIGO PARTE DE ZERO - SEM OUTRA
      *    ATIVIDADE, E DORMENTE.
           MOVE COD-DADOS TO SD-COD-DADOS.
           IF DATA-DADOS NUMERIC
               MOVE DATA-DADOS TO SD-DATA
           ELSE
               MOVE ZEROS TO SD-DATA
           END-IF.
           MOVE 'CADASTRO' TO SD-ORIGEM.
           SET SD-BASE TO TRUE.
           RELEASE SD-ATIVIDADE.
       P0210-FIM.

       P0220-LE-DIARIO.
           READ DIARIO
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0220-FIM
           END-READ.
           MOVE DIARIO-PROGRAMA TO WS-ATV-PROGRAMA.
           MOVE DIARIO-OPERACAO TO WS-ATV-OPERACAO.
           MOVE DIARIO-OPERADOR TO WS-ATV-OPERADOR.
           PERFORM P0230-AVALIA-DIARIO THRU P0230-FIM.
           IF ATIVIDADE-CONTA
               MOVE DIARIO-COD-DADOS TO SD-COD-DADOS
               MOVE DIARIO-DATA      TO SD-DATA
               MOVE DIARIO-PROGRAMA  TO SD-ORIGEM
               SET SD-MOVIMENTO TO TRUE
               RELEASE SD-ATIVIDADE
               ADD 1 TO WS-CONT-ATIVIDADES
           END-IF.
       P0220-FIM.

       P0225-LE-DIARIOH.
           READ DIARIOH NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0225-FIM
           END-READ.
           MOVE HISTJ-PROGRAMA TO WS-ATV-PROGRAMA.
           MOVE HISTJ-OPERACAO TO WS-ATV-OPERACAO.
           MOVE HISTJ-OPERADOR TO WS-ATV-OPERADOR.
           PERFORM P0230-AVALIA-DIARIO THRU P0230-FIM.
           IF ATIVIDADE-CONTA
               MOVE HISTJ-COD-DADOS TO SD-COD-DADOS
               MOVE HISTJ-DATA      TO SD-DATA
               MOVE HISTJ-PROGRAMA  TO SD-ORIGEM
               SET SD-MOVIMENTO TO TRUE
               RELEASE SD-ATIVIDADE
               ADD 1 TO WS-CONT-ATIVIDADES
           END-IF.
       P0225-FIM.

       P0230-AVALIA-DIARIO.
      *    CONTA SO INCLUSAO, ALTERACAO E INATIVACAO FEITAS POR
      *    OPERADOR. O REGISTRO DOS MOTORES DE MOVIMENTO NAO CONTA:
      *    O MOVIMENTO E JULGADO PELO MOTIVO EM MOVHIST.TXT.
           SET ATIVIDADE-CONTA TO FALSE.
           IF WS-ATV-OPERACAO NOT EQUAL 'I'
              AND WS-ATV-OPERACAO NOT EQUAL 'A'
              AND WS-ATV-OPERACAO NOT EQUAL 'X'
               GO TO P0230-FIM
           END-IF.
           IF WS-ATV-OPERADOR EQUAL 'BATCH' OR SPACES
               GO TO P0230-FIM
           END-IF.
           IF WS-ATV-PROGRAMA EQUAL 'LANCTOS' OR 'APRLCT'
                                 OR 'ESTORNO' OR 'AJUSTPER'
               GO TO P0230-FIM
           END-IF.
           SET ATIVIDADE-CONTA TO TRUE.
           MOVE 1 TO WS-DRM-IDX.
           PERFORM P0235-PROCURA-PROGRAMA THRU P0235-FIM
                   UNTIL WS-DRM-IDX > WS-DRM-QTD-PROGRAMAS
                      OR NOT ATIVIDADE-CONTA.
       P0230-FIM.

       P0235-PROCURA-PROGRAMA.
           IF WS-DRM-PROGRAMA(WS-DRM-IDX) EQUAL WS-ATV-PROGRAMA
               SET ATIVIDADE-CONTA TO FALSE
           END-IF.
           ADD 1 TO WS-DRM-IDX.
       P0235-FIM.

       P0240-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0240-FIM
           END-READ.
           MOVE MOV-MOTIVO TO WS-DRM-MOTIVO-TESTE.
           PERFORM 9375-TESTA-MOTIVO THRU 9375-FIM.
           IF NOT MOTIVO-GENUINO
               GO TO P0240-FIM
           END-IF.
           MOVE MOV-COD-DADOS TO SD-COD-DADOS.
           MOVE MOV-DATA-PROC TO SD-DATA.
           MOVE SPACES        TO SD-ORIGEM.
           STRING 'MOV ' MOV-MOTIVO
                  DELIMITED BY SIZE INTO SD-ORIGEM.
           SET SD-MOVIMENTO TO TRUE.
           RELEASE SD-ATIVIDADE.
           ADD 1 TO WS-CONT-ATIVIDADES.
       P0240-FIM.

       P0250-LE-ACESSO.
      *    A CHAMADA ENTRE PROGRAMAS (MODO A) NAO E CONSULTA DE
      *    ALGUEM INTERESSADO NO CODIGO.
           READ ACESSLOG
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0250-FIM
           END-READ.
           IF ACESSO-POR-API
               GO TO P0250-FIM
           END-IF.
           MOVE ACESSO-COD-DADOS TO SD-COD-DADOS.
           MOVE ACESSO-DATA      TO SD-DATA.
           MOVE 'CONSULTA'       TO SD-ORIGEM.
           SET SD-CONSULTA TO TRUE.
           RELEASE SD-ATIVIDADE.
           ADD 1 TO WS-CONT-ATIVIDADES.
       P0250-FIM.

       P0300-AVALIA.
           MOVE ZEROS TO WS-COD-ATUAL.
           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.
           IF WS-COD-ATUAL NOT EQUAL ZEROS
               PERFORM P0320-AVALIA-CODIGO THRU P0320-FIM
           END-IF.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKDORM
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-COD-DADOS NOT EQUAL WS-COD-ATUAL
               IF WS-COD-ATUAL NOT EQUAL ZEROS
                   PERFORM P0320-AVALIA-CODIGO THRU P0320-FIM
               END-IF
               MOVE SD-COD-DADOS TO WS-COD-ATUAL
               MOVE ZEROS  TO WS-ULT-DATA WS-ULT-MOV
               MOVE SPACES TO WS-ULT-ORIGEM WS-ULT-MOV-ORIGEM
           END-IF.

           IF SD-DATA NOT < WS-ULT-DATA
               MOVE SD-DATA   TO WS-ULT-DATA
               MOVE SD-ORIGEM TO WS-ULT-ORIGEM
           END-IF.
           IF SD-MOVIMENTO AND SD-DATA NOT < WS-ULT-MOV
               MOVE SD-DATA   TO WS-ULT-MOV
               MOVE SD-ORIGEM TO WS-ULT-MOV-ORIGEM
           END-IF.
       P0310-FIM.

       P0320-AVALIA-CODIGO.
      *    SO CODIGO ATIVO NO CADASTRO; ATIVIDADE DE CODIGO QUE SAIU
      *    OU FOI INATIVADO E IGNORADA.
           MOVE WS-COD-ATUAL TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   GO TO P0320-FIM
           END-READ.
           IF NOT DADO-ATIVO
               GO TO P0320-FIM
           END-IF.
           ADD 1 TO WS-CONT-CODIGOS.

           SET DORMENCIA-NOVA TO FALSE.
           MOVE WS-COD-ATUAL TO DORM-COD-DADOS.
           READ DORMENCIA
               INVALID KEY
                   SET DORMENCIA-NOVA TO TRUE
           END-READ.

      *    DORMENTE COM MOVIMENTO OU REGISTRO NO DIARIO POSTERIOR
      *    AO QUE HAVIA NA MARCACAO VOLTA A ATIVIDADE.
           IF NOT DORMENCIA-NOVA AND DORM-DORMENTE
               IF WS-ULT-MOV > DORM-ULT-MOVIMENTO
                   SET DORM-REATIVADO TO TRUE
                   MOVE DEPTO-DADOS       TO DORM-DEPTO
                   MOVE WS-HOJE           TO DORM-DATA-REATIV
                   MOVE WS-ULT-MOV-ORIGEM TO DORM-REATIV-ORIGEM
                   MOVE 'N'               TO DORM-RELATADO
                   REWRITE RG-DORMENCIA
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-REATIVADOS
                   END-REWRITE
               END-IF
               GO TO P0320-FIM
           END-IF.

           IF WS-ULT-DATA NOT < WS-CORTE
               GO TO P0320-FIM
           END-IF.

           IF DORMENCIA-NOVA
               INITIALIZE RG-DORMENCIA
               MOVE WS-COD-ATUAL TO DORM-COD-DADOS
           END-IF.
           MOVE DEPTO-DADOS   TO DORM-DEPTO.
           SET DORM-DORMENTE  TO TRUE.
           MOVE WS-ULT-DATA   TO DORM-ULT-ATIVIDADE.
           MOVE WS-ULT-ORIGEM TO DORM-ULT-ORIGEM.
           MOVE WS-ULT-MOV    TO DORM-ULT-MOVIMENTO.
           MOVE WS-HOJE       TO DORM-DATA-MARCA.
           MOVE ZEROS         TO DORM-DATA-REATIV.
           MOVE SPACES        TO DORM-REATIV-ORIGEM.
           MOVE 'N'           TO DORM-RELATADO.
           IF DORMENCIA-NOVA
               WRITE RG-DORMENCIA
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-DORMENTES
               END-WRITE
           ELSE
               REWRITE RG-DORMENCIA
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-DORMENTES
               END-REWRITE
           END-IF.
       P0320-FIM.

       P0400-SELECIONA.
      *    TODA MUDANCA AINDA NAO LISTADA - AS DE HOJE E AS
      *    REATIVACOES FEITAS NA HORA PELO LANCTOS - VAI AO
      *    RELATORIO E FICA MARCADA COMO LISTADA.
           MOVE ZEROS TO DORM-COD-DADOS.
           START DORMENCIA KEY IS NOT LESS THAN DORM-COD-DADOS
               INVALID KEY
                   GO TO P0400-FIM
           END-START.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0410-LE-DORMENCIA THRU P0410-FIM
                   UNTIL FIM-LEITURA.
       P0400-FIM.

       P0410-LE-DORMENCIA.
           READ DORMENCIA NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0410-FIM
           END-READ.
           IF DORM-JA-RELATADO
               GO TO P0410-FIM
           END-IF.

           MOVE DORM-DEPTO         TO SD2-DEPTO.
           MOVE DORM-SITUACAO      TO SD2-SITUACAO.
           MOVE DORM-COD-DADOS     TO SD2-COD-DADOS.
           MOVE DORM-ULT-ATIVIDADE TO SD2-ULT-ATIV.
           MOVE DORM-ULT-ORIGEM    TO SD2-ULT-ORIGEM.
           IF DORM-DORMENTE
               MOVE DORM-DATA-MARCA    TO SD2-DATA
               MOVE SPACES             TO SD2-ORIGEM
           ELSE
               MOVE DORM-DATA-REATIV   TO SD2-DATA
               MOVE DORM-REATIV-ORIGEM TO SD2-ORIGEM
           END-IF.
           MOVE DORM-COD-DADOS TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   MOVE SPACES TO SD2-NOM-DADOS
               NOT INVALID KEY
                   MOVE NOM-DADOS TO SD2-NOM-DADOS
           END-READ.
           RELEASE SD-DORMENCIA.

           MOVE 'S' TO DORM-RELATADO.
           REWRITE RG-DORMENCIA
               INVALID KEY
                   ADD 1 TO WS-CONT-ERROS
           END-REWRITE.
       P0410-FIM.

       P0450-IMPRIME.
           MOVE 'CODIGO  NOME                 SITUACAO   ULT.ATIV.'
             TO WS-LINHA-RELATORIO.
           MOVE 'ORIGEM   DATA     POR' TO WS-LINHA-RELATORIO(52:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET PRIMEIRO-DEPTO TO TRUE.
           SET FIM-OK TO FALSE.
           PERFORM P0460-RETORNA THRU P0460-FIM
                   UNTIL FIM-OK.
           IF NOT PRIMEIRO-DEPTO
               PERFORM P0470-FECHA-DEPTO THRU P0470-FIM
           END-IF.
           IF WS-CONT-LISTADOS EQUAL ZEROS
               MOVE 'NENHUM CODIGO FICOU DORMENTE OU FOI REATIVADO.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0450-FIM.

       P0460-RETORNA.
           RETURN WORKDREL
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0460-FIM
           END-RETURN.

           IF PRIMEIRO-DEPTO OR SD2-DEPTO NOT EQUAL WS-DEPTO-ATUAL
               IF NOT PRIMEIRO-DEPTO
                   PERFORM P0470-FECHA-DEPTO THRU P0470-FIM
               END-IF
               SET PRIMEIRO-DEPTO TO FALSE
               MOVE SD2-DEPTO TO WS-DEPTO-ATUAL
               MOVE ZEROS TO WS-DP-DORMENTES WS-DP-REATIVADOS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'DEPARTAMENTO ' SD2-DEPTO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           ADD 1 TO WS-CONT-LISTADOS.
           IF SD2-DORMENTE
               MOVE 'DORMENTE' TO WS-SITUACAO-ED
               ADD 1 TO WS-DP-DORMENTES WS-TOT-DORMENTES
           ELSE
               MOVE 'REATIVADO' TO WS-SITUACAO-ED
               ADD 1 TO WS-DP-REATIVADOS WS-TOT-REATIVADOS
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING SD2-COD-DADOS ' ' SD2-NOM-DADOS ' ' WS-SITUACAO-ED
                  ' ' SD2-ULT-ATIV ' ' SD2-ULT-ORIGEM ' ' SD2-DATA
                  ' ' SD2-ORIGEM
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0460-FIM.

       P0470-FECHA-DEPTO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL ' WS-DEPTO-ATUAL ' - DORMENTES '
                  WS-DP-DORMENTES ' REATIVADOS ' WS-DP-REATIVADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0470-FIM.

       P0500-FINALIZA.
           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS AVALIADOS ' WS-CONT-CODIGOS
                      ' DORMENTES ' WS-TOT-DORMENTES
                      ' REATIVADOS ' WS-TOT-REATIVADOS
                      ' - CORTE ' WS-CORTE
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE 'E' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS
               PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF DRM-ABERTO
               CLOSE DORMENCIA
           END-IF.

           MOVE WS-CONT-CODIGOS TO LK-CONT-LIDOS.
           COMPUTE LK-CONT-GRAVADOS = WS-CONT-DORMENTES
                                    + WS-CONT-REATIVADOS.
           MOVE WS-CONT-ERROS   TO LK-CONT-REJEITADOS.

           DISPLAY '***********************************************'.
           DISPLAY 'ATIVIDADES CONSIDERADAS: ' WS-CONT-ATIVIDADES.
           DISPLAY 'CODIGOS AVALIADOS.....: ' WS-CONT-CODIGOS.
           DISPLAY 'NOVOS DORMENTES.......: ' WS-CONT-DORMENTES.
           DISPLAY 'REATIVADOS............: ' WS-CONT-REATIVADOS.
           DISPLAY 'ERROS DE GRAVACAO.....: ' WS-CONT-ERROS.
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
               MOVE 'DORMREL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'SEM ATIVIDADE HA ' WS-DRM-MESES ' MESES'
                      DELIMITED BY SIZE INTO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-SAIDA      TO REL-ARQUIVO
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
           IF NOT SAIDA-ABERTA
               GO TO P0710-FIM
           END-IF.
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
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DORMENC.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMENCIA-DAT.
           MOVE 'DORMCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMCFG-TXT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'DIARIOH.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIOH-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'ACESSLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ACESSLOG-TXT.
           MOVE 'WORKDORM.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKDORM-TMP.
           MOVE 'WORKDREL.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKDREL-TMP.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'DORMREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY DORMENCIA.
