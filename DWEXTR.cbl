      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracao noturna para o armazem de dados da area de
      *          BI - etapa da cadeia noturna que grava arquivos
      *          delimitados por ponto e virgula, com linha de titulos,
      *          no formato fato/dimensao:
      *            DWFATREG.TXT - fato do cadastro, uma linha por
      *                           codigo na data da extracao, com o
      *                           valor na moeda original e na moeda
      *                           base (CAMBIO.DAT/MOEDAREG.DAT);
      *            DWFATMOV.TXT - fato de movimento, os movimentos de
      *                           MOVHIST.TXT processados desde a
      *                           extracao anterior;
      *            DWDIMDEP.TXT - dimensao departamento/grupo gerencial
      *                           (DEPTOS.DAT);
      *            DWDIMOPE.TXT - dimensao operador (OPERMST.DAT, sem
      *                           senha nem sal);
      *            DWDIMDAT.TXT - dimensao data, os dias do mes da
      *                           extracao com dia da semana e marca
      *                           de dia util (DATEVAL/FERIADOS.DAT);
      *            DWCTL.TXT    - controle com a quantidade de linhas
      *                           e os totais de valor de cada arquivo.
      *          Cada corrida carimba os arquivos gerados no controle
      *          de geracoes (GERACAO.DAT, pelo GERSTAMP); o carimbo do
      *          fato de movimento e a marca de onde a proxima
      *          extracao continua. Interface de saida: nao roda em
      *          ambiente de treinamento.
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
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COD-DADOS
              FILE STATUS IS WS-ST.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEP.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPE.

              SELECT CAMBIO ASSIGN TO WS-ARQ-CAMBIO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAMB-CHAVE
              FILE STATUS IS WS-ST-CAMB.

              SELECT MOEDAREG ASSIGN TO WS-ARQ-MOEDAREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MDA-COD-DADOS
              FILE STATUS IS WS-ST-MDA.

              SELECT DWFATREG ASSIGN TO WS-ARQ-DWFATREG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DW.

              SELECT DWFATMOV ASSIGN TO WS-ARQ-DWFATMOV-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DW.

              SELECT DWDIMDEP ASSIGN TO WS-ARQ-DWDIMDEP-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DW.

              SELECT DWDIMOPE ASSIGN TO WS-ARQ-DWDIMOPE-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DW.

              SELECT DWDIMDAT ASSIGN TO WS-ARQ-DWDIMDAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DW.

              SELECT DWCTL ASSIGN TO WS-ARQ-DWCTL-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DW.

              SELECT SAIDACTL ASSIGN TO WS-ARQ-SAIDACTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SAI-DATA
              FILE STATUS IS WS-ST-SAICTL.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-SAISIS.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD DADOS1.
       COPY FD_CRUD.

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

       FD DEPTOS.
       COPY FD_DEPTO.

       FD OPERMST.
       COPY FD_OPER.

       FD CAMBIO.
       COPY FD_CAMBIO.

       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD DWFATREG.
       01  RG-DWFATREG         PIC X(150).

       FD DWFATMOV.
       01  RG-DWFATMOV         PIC X(150).

       FD DWDIMDEP.
       01  RG-DWDIMDEP         PIC X(150).

       FD DWDIMOPE.
       01  RG-DWDIMOPE         PIC X(150).

       FD DWDIMDAT.
       01  RG-DWDIMDAT         PIC X(150).

       FD DWCTL.
       01  RG-DWCTL            PIC X(150).

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SAIDACTL_WS.
       COPY CAMBIO_WS.
       COPY GERSTAMP_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DWFATREG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DWFATMOV-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DWDIMDEP-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DWDIMOPE-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DWDIMDAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DWCTL-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SAIDACTL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-DEP          PIC 99.
         88 ST-DEP-OK         VALUE 0.
       77 WS-ST-OPE          PIC 99.
         88 ST-OPE-OK         VALUE 0.
       77 WS-ST-DW           PIC 99.
         88 ST-DW-OK          VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FALHOU          PIC X     VALUE 'N'.
         88 EXTRACAO-FALHOU            VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
       77 WS-AGORA           PIC 9(06) VALUE ZEROS.
      *    MARCA DA EXTRACAO ANTERIOR DO FATO DE MOVIMENTO (CARIMBO
      *    DO GERACAO.DAT); ZERADA, A PRIMEIRA CARGA LEVA TUDO.
       77 WS-MARCA-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-MARCA-HORA      PIC 9(06) VALUE ZEROS.
       77 WS-CORRIDA         PIC 9(05) VALUE ZEROS.
      *    CONTROLE POR ARQUIVO: 1 FATREG, 2 FATMOV, 3 DIMDEP,
      *    4 DIMOPE, 5 DIMDAT.
       01 WS-TABELA-CONTROLE.
          02 WS-CTL-ITEM OCCURS 5 TIMES.
             03 WS-CTL-ARQUIVO    PIC X(12).
             03 WS-CTL-QTD        PIC 9(07).
             03 WS-CTL-TOT-ORIG   PIC S9(13)V99.
             03 WS-CTL-TOT-BASE   PIC S9(13)V99.
       77 WS-IDX             PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-DW        PIC X(150) VALUE SPACES.
       77 WS-ED-VALOR        PIC -9(07),99.
       77 WS-ED-BASE         PIC -9(11),99.
       77 WS-ED-TOTAL        PIC -9(13),99.
       77 WS-ED-TOTAL-BASE   PIC -9(13),99.
       77 WS-MOV-SINAL       PIC S9(07)V99 VALUE ZEROS.
      *    CALENDARIO DO MES DA EXTRACAO.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC 9(09) VALUE ZEROS.
       77 WS-CALC-T2         PIC 9(09) VALUE ZEROS.
       77 WS-CALC-T3         PIC 9(09) VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC 9(09) VALUE ZEROS.
       77 WS-SERIAL-INICIO   PIC 9(09) VALUE ZEROS.
       77 WS-SERIAL-PROXIMO  PIC 9(09) VALUE ZEROS.
       77 WS-DIAS-NO-MES     PIC 9(02) VALUE ZEROS.
       77 WS-DIA-CAL         PIC 9(02) VALUE ZEROS.
       77 WS-RESTO           PIC 9(01) VALUE ZEROS.
       77 WS-QUOCIENTE       PIC 9(09) VALUE ZEROS.
       77 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 WS-TRIMESTRE       PIC 9(01) VALUE ZEROS.
       77 WS-DIA-UTIL        PIC X(01) VALUE SPACES.
       01 WS-DATA-CAL.
          02 WS-CAL-ANO      PIC 9(04).
          02 WS-CAL-MES      PIC 9(02).
          02 WS-CAL-DIA      PIC 9(02).
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       01 WS-DATA-UTIL.
          02 WS-UTIL-ANO     PIC 9(04).
          02 WS-UTIL-MES     PIC 9(02).
          02 WS-UTIL-DIA     PIC 9(02).

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
           MOVE ZEROS TO LK-RETORNO.
           IF SAIDA-BLOQUEADA
      *        INTERFACE DE SAIDA NAO RODA CONTRA DADOS DE TREINO
      *        NEM NO ENSAIO DA CADEIA NOTURNA.
               DISPLAY 'AMBIENTE DE TREINAMENTO/ENSAIO - INTERFACE'
                       ' DE SAIDA BLOQUEADA.'
               GOBACK
           END-IF.
           PERFORM 9400-VERIFICA-SAIDA THRU 9400-FIM.
           IF SAIDA-RETIDA
      *        SAIDAS DA ULTIMA CORRIDA RETIDAS OU CANCELADAS NA
      *        CONFERENCIA DE TOLERANCIA - NADA SAI PARA FORA.
               DISPLAY 'INTERFACE DE SAIDA RECUSADA.'
               GOBACK
           END-IF.
           PERFORM P0100-INICIO         THRU P0100-FIM.
           PERFORM P0200-FATO-REGISTRO  THRU P0200-FIM.
           PERFORM P0300-FATO-MOVIMENTO THRU P0300-FIM.
           PERFORM P0400-DIM-DEPTO      THRU P0400-FIM.
           PERFORM P0450-DIM-OPERADOR   THRU P0450-FIM.
           PERFORM P0500-DIM-DATA       THRU P0500-FIM.
           PERFORM P0600-CONTROLE       THRU P0600-FIM.
           PERFORM P0900-FINALIZA       THRU P0900-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** EXTRACAO PARA O ARMAZEM DE DADOS *****'.
           SET EXTRACAO-FALHOU TO FALSE.
           ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.

           MOVE 'DWFATREG.TXT' TO WS-CTL-ARQUIVO(1).
           MOVE 'DWFATMOV.TXT' TO WS-CTL-ARQUIVO(2).
           MOVE 'DWDIMDEP.TXT' TO WS-CTL-ARQUIVO(3).
           MOVE 'DWDIMOPE.TXT' TO WS-CTL-ARQUIVO(4).
           MOVE 'DWDIMDAT.TXT' TO WS-CTL-ARQUIVO(5).
           MOVE 1 TO WS-IDX.
           PERFORM P0110-ZERA-CONTROLE THRU P0110-FIM
                   UNTIL WS-IDX > 5.

      *    A EXTRACAO ANTERIOR DEIXOU NO CARIMBO DO FATO DE MOVIMENTO
      *    O MOMENTO EM QUE COMECOU; DAI EM DIANTE E MOVIMENTO NOVO.
           MOVE 'C' TO GST-FUNCAO.
           MOVE 'DWFATMOV.TXT' TO GST-ARQUIVO.
           PERFORM P0800-CHAMA-GERSTAMP THRU P0800-FIM.
           IF GST-OK
               MOVE GST-DATA TO WS-MARCA-DATA
               MOVE GST-HORA TO WS-MARCA-HORA
           END-IF.

           MOVE 'C' TO GST-FUNCAO.
           MOVE 'DWCTL.TXT' TO GST-ARQUIVO.
           PERFORM P0800-CHAMA-GERSTAMP THRU P0800-FIM.
           IF GST-OK
               MOVE GST-CORRIDA TO WS-CORRIDA
           END-IF.
           ADD 1 TO WS-CORRIDA.

           MOVE WS-HOJE TO WS-CAMB-DATA-REF.
           PERFORM 9520-CARREGA-CAMBIO THRU 9520-FIM.
       P0100-FIM.

       P0110-ZERA-CONTROLE.
           MOVE ZEROS TO WS-CTL-QTD(WS-IDX) WS-CTL-TOT-ORIG(WS-IDX)
                         WS-CTL-TOT-BASE(WS-IDX).
           ADD 1 TO WS-IDX.
       P0110-FIM.

      ******************************************************************
      * FATO DO CADASTRO - UMA LINHA POR CODIGO NA DATA DA EXTRACAO
      ******************************************************************
       P0200-FATO-REGISTRO.
           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0200-FIM
           END-IF.

           SET ST-DW-OK TO TRUE.
           OPEN OUTPUT DWFATREG.
           IF NOT ST-DW-OK
               DISPLAY 'ERRO AO CRIAR DWFATREG.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DW
               CLOSE DADOS1
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0200-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-DW.
           STRING 'DATA;CODIGO;DEPTO;STATUS;MOEDA;VALOR_ORIGINAL;'
                  'VALOR_BASE;DATA_CADASTRO'
                  DELIMITED BY SIZE INTO WS-LINHA-DW.
           WRITE RG-DWFATREG FROM WS-LINHA-DW.

           SET FIM-OK TO FALSE.
           PERFORM P0210-LE-REGISTRO THRU P0210-FIM
                   UNTIL FIM-OK.

           CLOSE DADOS1 DWFATREG.
       P0200-FIM.

       P0210-LE-REGISTRO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           MOVE COD-DADOS   TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           MOVE VALOR-DADOS TO WS-CAMB-VALOR.
           MOVE WS-HOJE     TO WS-CAMB-DATA-REF.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.

           MOVE VALOR-DADOS        TO WS-ED-VALOR.
           MOVE WS-CAMB-CONVERTIDO TO WS-ED-BASE.
           MOVE SPACES TO WS-LINHA-DW.
           STRING WS-HOJE        DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  COD-DADOS      DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  DEPTO-DADOS    DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  STATUS-DADOS   DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-CAMB-MOEDA  DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-ED-VALOR    DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-ED-BASE     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  DATA-DADOS     DELIMITED BY SIZE
               INTO WS-LINHA-DW
           END-STRING.
           WRITE RG-DWFATREG FROM WS-LINHA-DW.

           ADD 1                  TO WS-CTL-QTD(1).
           ADD VALOR-DADOS        TO WS-CTL-TOT-ORIG(1).
           ADD WS-CAMB-CONVERTIDO TO WS-CTL-TOT-BASE(1).
       P0210-FIM.

      ******************************************************************
      * FATO DE MOVIMENTO - MOVHIST.TXT DESDE A EXTRACAO ANTERIOR
      ******************************************************************
       P0300-FATO-MOVIMENTO.
           IF EXTRACAO-FALHOU
               GO TO P0300-FIM
           END-IF.

           SET ST-DW-OK TO TRUE.
           OPEN OUTPUT DWFATMOV.
           IF NOT ST-DW-OK
               DISPLAY 'ERRO AO CRIAR DWFATMOV.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DW
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0300-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-DW.
           STRING 'DATA_EFETIVA;DATA_PROC;CODIGO;TIPO;MOTIVO;MOEDA;'
                  'VALOR_ORIGINAL;VALOR_BASE;REFERENCIA;REF_ESTORNO;'
                  'OPERADOR'
                  DELIMITED BY SIZE INTO WS-LINHA-DW.
           WRITE RG-DWFATMOV FROM WS-LINHA-DW.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF WS-ST-MOV EQUAL 35
               DISPLAY 'MOVHIST.TXT AINDA NAO EXISTE - FATO DE'
                       ' MOVIMENTO VAZIO.'
               CLOSE DWFATMOV
               GO TO P0300-FIM
           END-IF.
           IF NOT ST-MOV-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO MOVHIST.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
               CLOSE DWFATMOV
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0300-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0310-LE-MOVIMENTO THRU P0310-FIM
                   UNTIL FIM-OK.

           CLOSE MOVHIST DWFATMOV.
       P0300-FIM.

       P0310-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

      *    SO O QUE FOI PROCESSADO DEPOIS DA MARCA ANTERIOR E ATE O
      *    INICIO DESTA CORRIDA.
           IF MOV-DATA-PROC < WS-MARCA-DATA
              OR (MOV-DATA-PROC EQUAL WS-MARCA-DATA
                  AND MOV-HORA-PROC NOT > WS-MARCA-HORA)
               GO TO P0310-FIM
           END-IF.
           IF MOV-DATA-PROC > WS-HOJE
              OR (MOV-DATA-PROC EQUAL WS-HOJE
                  AND MOV-HORA-PROC > WS-AGORA)
               GO TO P0310-FIM
           END-IF.

      *    DEBITO SAI NEGATIVO NO FATO, PARA A SOMA DAR O SALDO.
           IF MOV-DEBITO
               COMPUTE WS-MOV-SINAL = MOV-VALOR * -1
           ELSE
               MOVE MOV-VALOR TO WS-MOV-SINAL
           END-IF.

           MOVE MOV-COD-DADOS TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           MOVE WS-MOV-SINAL  TO WS-CAMB-VALOR.
           MOVE MOV-DATA-EFET TO WS-CAMB-DATA-REF.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.

           MOVE WS-MOV-SINAL       TO WS-ED-VALOR.
           MOVE WS-CAMB-CONVERTIDO TO WS-ED-BASE.
           MOVE SPACES TO WS-LINHA-DW.
           STRING MOV-DATA-EFET   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-DATA-PROC   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-COD-DADOS   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-TIPO        DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-MOTIVO      DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-CAMB-MOEDA   DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-ED-VALOR     DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-ED-BASE      DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-REFERENCIA  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-REF-ESTORNO DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  MOV-OPERADOR    DELIMITED BY SIZE
               INTO WS-LINHA-DW
           END-STRING.
           WRITE RG-DWFATMOV FROM WS-LINHA-DW.

           ADD 1                  TO WS-CTL-QTD(2).
           ADD WS-MOV-SINAL       TO WS-CTL-TOT-ORIG(2).
           ADD WS-CAMB-CONVERTIDO TO WS-CTL-TOT-BASE(2).
       P0310-FIM.

      ******************************************************************
      * DIMENSAO DEPARTAMENTO / GRUPO GERENCIAL
      ******************************************************************
       P0400-DIM-DEPTO.
           IF EXTRACAO-FALHOU
               GO TO P0400-FIM
           END-IF.

           SET ST-DW-OK TO TRUE.
           OPEN OUTPUT DWDIMDEP.
           IF NOT ST-DW-OK
               DISPLAY 'ERRO AO CRIAR DWDIMDEP.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DW
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0400-FIM
           END-IF.
           MOVE 'DEPTO;DESCRICAO;GRUPO;SITUACAO' TO RG-DWDIMDEP.
           WRITE RG-DWDIMDEP.

           SET ST-DEP-OK TO TRUE.
           OPEN INPUT DEPTOS.
           IF NOT ST-DEP-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL -'
                       ' DIMENSAO VAZIA.'
               DISPLAY 'FILE STATUS: ' WS-ST-DEP
               CLOSE DWDIMDEP
               GO TO P0400-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0410-LE-DEPTO THRU P0410-FIM
                   UNTIL FIM-OK.

           CLOSE DEPTOS DWDIMDEP.
       P0400-FIM.

       P0410-LE-DEPTO.
           READ DEPTOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0410-FIM
           END-READ.

           MOVE SPACES TO WS-LINHA-DW.
           STRING DEPTO-CODIGO    DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  DEPTO-DESCRICAO DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  DEPTO-GRUPO     DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  DEPTO-SITUACAO  DELIMITED BY SIZE
               INTO WS-LINHA-DW
           END-STRING.
           WRITE RG-DWDIMDEP FROM WS-LINHA-DW.
           ADD 1 TO WS-CTL-QTD(3).
       P0410-FIM.

      ******************************************************************
      * DIMENSAO OPERADOR - SEM SENHA, SAL OU DADOS DE BLOQUEIO
      ******************************************************************
       P0450-DIM-OPERADOR.
           IF EXTRACAO-FALHOU
               GO TO P0450-FIM
           END-IF.

           SET ST-DW-OK TO TRUE.
           OPEN OUTPUT DWDIMOPE.
           IF NOT ST-DW-OK
               DISPLAY 'ERRO AO CRIAR DWDIMOPE.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DW
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0450-FIM
           END-IF.
           MOVE 'OPERADOR;NOME;NIVEL;SITUACAO' TO RG-DWDIMOPE.
           WRITE RG-DWDIMOPE.

           SET ST-OPE-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF NOT ST-OPE-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL -'
                       ' DIMENSAO VAZIA.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPE
               CLOSE DWDIMOPE
               GO TO P0450-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0460-LE-OPERADOR THRU P0460-FIM
                   UNTIL FIM-OK.

           CLOSE OPERMST DWDIMOPE.
       P0450-FIM.

       P0460-LE-OPERADOR.
           READ OPERMST NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0460-FIM
           END-READ.

           MOVE SPACES TO WS-LINHA-DW.
           STRING OPER-ID        DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  OPER-NOME      DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  OPER-NIVEL     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  OPER-SITUACAO  DELIMITED BY SIZE
               INTO WS-LINHA-DW
           END-STRING.
           WRITE RG-DWDIMOPE FROM WS-LINHA-DW.
           ADD 1 TO WS-CTL-QTD(4).
       P0460-FIM.

      ******************************************************************
      * DIMENSAO DATA - OS DIAS DO MES DA EXTRACAO
      ******************************************************************
       P0500-DIM-DATA.
           IF EXTRACAO-FALHOU
               GO TO P0500-FIM
           END-IF.

           SET ST-DW-OK TO TRUE.
           OPEN OUTPUT DWDIMDAT.
           IF NOT ST-DW-OK
               DISPLAY 'ERRO AO CRIAR DWDIMDAT.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DW
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0500-FIM
           END-IF.
           MOVE 'DATA;ANO;TRIMESTRE;MES;DIA;DIA_SEMANA;DIA_UTIL'
             TO RG-DWDIMDAT.
           WRITE RG-DWDIMDAT.

      *    QUANTIDADE DE DIAS DO MES = DIA CORRIDO DO PRIMEIRO DO MES
      *    SEGUINTE MENOS O DO PRIMEIRO DO MES CORRENTE.
           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE 1           TO WS-CALC-DIA.
           PERFORM P0590-DIA-SERIAL THRU P0590-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-INICIO.
           IF WS-HOJE-MES EQUAL 12
               COMPUTE WS-CALC-ANO = WS-HOJE-ANO + 1
               MOVE 1 TO WS-CALC-MES
           ELSE
               COMPUTE WS-CALC-MES = WS-HOJE-MES + 1
           END-IF.
           PERFORM P0590-DIA-SERIAL THRU P0590-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-PROXIMO.
           COMPUTE WS-DIAS-NO-MES = WS-SERIAL-PROXIMO
                                  - WS-SERIAL-INICIO.

           COMPUTE WS-TRIMESTRE = (WS-HOJE-MES + 2) / 3.
           MOVE 1 TO WS-DIA-CAL.
           PERFORM P0510-GRAVA-DIA THRU P0510-FIM
                   UNTIL WS-DIA-CAL > WS-DIAS-NO-MES.

           CLOSE DWDIMDAT.
       P0500-FIM.

       P0510-GRAVA-DIA.
      *    DIA DA SEMANA 1 = DOMINGO ... 7 = SABADO, PELO RESTO DO DIA
      *    CORRIDO POR 7 (O RESTO 5 CAI NO DOMINGO).
           COMPUTE WS-SERIAL-SAIDA = WS-SERIAL-INICIO + WS-DIA-CAL - 1.
           ADD 2 TO WS-SERIAL-SAIDA.
           DIVIDE WS-SERIAL-SAIDA BY 7 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO.
           COMPUTE WS-DIA-SEMANA = WS-RESTO + 1.

           MOVE WS-HOJE-ANO TO WS-CAL-ANO WS-UTIL-ANO.
           MOVE WS-HOJE-MES TO WS-CAL-MES WS-UTIL-MES.
           MOVE WS-DIA-CAL  TO WS-CAL-DIA WS-UTIL-DIA.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-UTIL-ANO WS-UTIL-MES
                     WS-UTIL-DIA WS-DATA-VALIDA
           END-CALL.
           IF WS-DATA-VALIDA EQUAL 'S'
               MOVE 'S' TO WS-DIA-UTIL
           ELSE
               MOVE 'N' TO WS-DIA-UTIL
           END-IF.

           MOVE SPACES TO WS-LINHA-DW.
           STRING WS-DATA-CAL    DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-CAL-ANO     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-TRIMESTRE   DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-CAL-MES     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-CAL-DIA     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-DIA-SEMANA  DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WS-DIA-UTIL    DELIMITED BY SIZE
               INTO WS-LINHA-DW
           END-STRING.
           WRITE RG-DWDIMDAT FROM WS-LINHA-DW.
           ADD 1 TO WS-CTL-QTD(5).
           ADD 1 TO WS-DIA-CAL.
       P0510-FIM.

       P0590-DIA-SERIAL.
      *    NUMERO DE DIA CORRIDO (FORMULA DE DIAS JULIANOS
      *    SIMPLIFICADA), A MESMA DO COBRCIC.
           COMPUTE WS-CALC-T1 = WS-CALC-MES + 9.
           DIVIDE WS-CALC-T1 BY 12 GIVING WS-CALC-T1.
           COMPUTE WS-CALC-T2 = (WS-CALC-ANO + WS-CALC-T1) * 7.
           DIVIDE WS-CALC-T2 BY 4 GIVING WS-CALC-T2.
           COMPUTE WS-CALC-T3 = 275 * WS-CALC-MES.
           DIVIDE WS-CALC-T3 BY 9 GIVING WS-CALC-T3.
           COMPUTE WS-SERIAL-SAIDA =
                   367 * WS-CALC-ANO - WS-CALC-T2 + WS-CALC-T3
                   + WS-CALC-DIA.
       P0590-FIM.

      ******************************************************************
      * ARQUIVO DE CONTROLE E CARIMBOS DE GERACAO
      ******************************************************************
       P0600-CONTROLE.
           IF EXTRACAO-FALHOU
               GO TO P0600-FIM
           END-IF.

           SET ST-DW-OK TO TRUE.
           OPEN OUTPUT DWCTL.
           IF NOT ST-DW-OK
               DISPLAY 'ERRO AO CRIAR DWCTL.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DW
               SET EXTRACAO-FALHOU TO TRUE
               GO TO P0600-FIM
           END-IF.
           MOVE 'ARQUIVO;DATA;CORRIDA;LINHAS;TOTAL_ORIGINAL;TOTAL_BASE'
             TO RG-DWCTL.
           WRITE RG-DWCTL.

           MOVE 1 TO WS-IDX.
           PERFORM P0610-GRAVA-CONTROLE THRU P0610-FIM
                   UNTIL WS-IDX > 5.
           CLOSE DWCTL.

      *    SO COM A EXTRACAO INTEIRA GRAVADA OS CARIMBOS AVANCAM; O
      *    DO FATO DE MOVIMENTO LEVA O INICIO DA CORRIDA, QUE E A
      *    MARCA DA PROXIMA.
           MOVE 1 TO WS-IDX.
           PERFORM P0620-CARIMBA THRU P0620-FIM
                   UNTIL WS-IDX > 5.
           MOVE 'DWCTL.TXT' TO GST-ARQUIVO.
           PERFORM P0625-GRAVA-CARIMBO THRU P0625-FIM.
       P0600-FIM.

       P0610-GRAVA-CONTROLE.
           MOVE WS-CTL-TOT-ORIG(WS-IDX) TO WS-ED-TOTAL.
           MOVE WS-CTL-TOT-BASE(WS-IDX) TO WS-ED-TOTAL-BASE.
           MOVE SPACES TO WS-LINHA-DW.
           STRING WS-CTL-ARQUIVO(WS-IDX) DELIMITED BY SPACE
                  ';'                    DELIMITED BY SIZE
                  WS-HOJE                DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  WS-CORRIDA             DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  WS-CTL-QTD(WS-IDX)     DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  WS-ED-TOTAL            DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  WS-ED-TOTAL-BASE       DELIMITED BY SIZE
               INTO WS-LINHA-DW
           END-STRING.
           WRITE RG-DWCTL FROM WS-LINHA-DW.
           ADD 1 TO WS-IDX.
       P0610-FIM.

       P0620-CARIMBA.
           MOVE WS-CTL-ARQUIVO(WS-IDX) TO GST-ARQUIVO.
           PERFORM P0625-GRAVA-CARIMBO THRU P0625-FIM.
           ADD 1 TO WS-IDX.
       P0620-FIM.

       P0625-GRAVA-CARIMBO.
           MOVE 'G'        TO GST-FUNCAO.
           MOVE ZEROS      TO GST-RETORNO.
           MOVE 'DWEXTR'   TO GST-PROGRAMA.
           MOVE WS-CORRIDA TO GST-CORRIDA.
           MOVE WS-HOJE    TO GST-DATA.
           MOVE WS-AGORA   TO GST-HORA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/GERSTAMP'
               USING WS-GERSTAMP-AREA
           END-CALL.
           IF NOT GST-OK
               DISPLAY 'ERRO AO CARIMBAR ' GST-ARQUIVO
                       ' NO GERACAO.DAT - RETORNO ' GST-RETORNO
           END-IF.
       P0625-FIM.

       P0800-CHAMA-GERSTAMP.
           MOVE ZEROS TO GST-RETORNO GST-DATA GST-HORA GST-CORRIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/GERSTAMP'
               USING WS-GERSTAMP-AREA
           END-CALL.
       P0800-FIM.

       P0900-FINALIZA.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.

           MOVE WS-CTL-QTD(1) TO LK-CONT-LIDOS.
           COMPUTE LK-CONT-GRAVADOS = WS-CTL-QTD(1) + WS-CTL-QTD(2).
           IF EXTRACAO-FALHOU
               MOVE 8 TO LK-RETORNO
               DISPLAY 'EXTRACAO INCOMPLETA - CARIMBOS NAO AVANCADOS;'
                       ' A PROXIMA CORRIDA REPETE O PERIODO.'
           END-IF.

           DISPLAY '***********************************************'.
           DISPLAY 'CORRIDA DA EXTRACAO...: ' WS-CORRIDA.
           DISPLAY 'FATO DO CADASTRO......: ' WS-CTL-QTD(1).
           DISPLAY 'FATO DE MOVIMENTO.....: ' WS-CTL-QTD(2).
           DISPLAY 'DEPARTAMENTOS.........: ' WS-CTL-QTD(3).
           DISPLAY 'OPERADORES............: ' WS-CTL-QTD(4).
           DISPLAY 'DIAS DO CALENDARIO....: ' WS-CTL-QTD(5).
           IF WS-CAMB-SEM-TAXA > ZEROS
               DISPLAY 'VALORES SEM TAXA DE CAMBIO VIGENTE: '
                       WS-CAMB-SEM-TAXA ' (MANTIDOS NA ORIGEM).'
           END-IF.
           DISPLAY '***********************************************'.
       P0900-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'CAMBIO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CAMBIO-DAT.
           MOVE 'MOEDAREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOEDAREG-DAT.
           MOVE 'DWFATREG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DWFATREG-TXT.
           MOVE 'DWFATMOV.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DWFATMOV-TXT.
           MOVE 'DWDIMDEP.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DWDIMDEP-TXT.
           MOVE 'DWDIMOPE.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DWDIMOPE-TXT.
           MOVE 'DWDIMDAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DWDIMDAT-TXT.
           MOVE 'DWCTL.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DWCTL-TXT.
           MOVE 'SAIDACTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SAIDACTL-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY SAIDACTL.

       COPY CAMBIO.
