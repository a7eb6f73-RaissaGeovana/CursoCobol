      ******************************************************************
      * Author:
      * Date:
      * Purpose: Classificacao noturna de risco por codigo - pontua
      *          cada registro de DADOS1.DAT pelas regras de
      *          RISCOCFG.TXT e grava a classe (B baixo, M medio,
      *          A alto) em RISCO.DAT, com os pontos de cada fator:
      *          faixa de valor (VL1=/VL2= valores com duas decimais
      *          implicitas, pontos PV1=/PV2=), idade de DATA-DADOS
      *          (IDA= dias, PID=), quantidade de alteracoes em
      *          VERSOES.DAT (NAL=, PAL=), casos abertos em CASOS.DAT
      *          (PCA= por caso), itens em SUSPENSO.DAT (PSU= por
      *          item), recertificacao marcada para revisao na
      *          ultima campanha de RECERTWK.DAT (PRC=) e saldo
      *          negativo (PNG=); a soma contra os limites LMD= e
      *          LAL= da a classe. Sem o arquivo ou sem a linha valem
      *          os padroes da WORKING-STORAGE. Toda mudanca de
      *          classe vai ao diario RISCOHIS.TXT com a classe e os
      *          pontos antigos e novos; a classificacao de codigo
      *          que saiu do cadastro e removida (e registrada).
      *          Roda como etapa da cadeia noturna.
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
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT RISCO ASSIGN TO WS-ARQ-RISCO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RSC-COD-DADOS
              FILE STATUS IS WS-ST-RSC.

              SELECT RISCOHIS ASSIGN TO WS-ARQ-RISCOHIS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RSH.

              SELECT RISCOCFG ASSIGN TO WS-ARQ-RISCOCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CFG.

              SELECT VERSOES ASSIGN TO WS-ARQ-VERSOES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT CASOS ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-CAS.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-SUSP.

              SELECT RECERTWK ASSIGN TO WS-ARQ-RECERTWK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RCT-CHAVE
              FILE STATUS IS WS-ST-RCT.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD DADOS1.
       COPY FD_CRUD.

       FD RISCO.
       COPY FD_RISCO.

       FD RISCOHIS.
       COPY FD_RISCOHIS.

       FD RISCOCFG.
       01  RG-RISCOCFG         PIC X(80).

       FD VERSOES.
       COPY FD_VERSAO.

       FD CASOS.
       COPY FD_CASO.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD RECERTWK.
       COPY FD_RECERT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RISCO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RISCOHIS-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RISCOCFG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RECERTWK-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-RSC          PIC 99.
         88 ST-RSC-OK         VALUE 0.
       77 WS-ST-RSH          PIC 99.
         88 ST-RSH-OK         VALUE 0.
       77 WS-ST-CFG          PIC 99.
         88 ST-CFG-OK         VALUE 0.
       77 WS-ST-VERS         PIC 99.
         88 ST-VERS-OK        VALUE 0.
       77 WS-ST-CAS          PIC 99.
         88 ST-CAS-OK         VALUE 0.
       77 WS-ST-SUSP         PIC 99.
         88 ST-SUSP-OK        VALUE 0.
       77 WS-ST-RCT          PIC 99.
         88 ST-RCT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X.
         88 FIM-LEITURA       VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-RSC-ABERTO      PIC X     VALUE 'N'.
         88 RSC-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-RSH-ABERTO      PIC X     VALUE 'N'.
         88 RSH-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-VERS-ABERTO     PIC X     VALUE 'N'.
         88 VERS-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-RISCO-NOVO      PIC X     VALUE 'N'.
         88 RISCO-NOVO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
       77 WS-HORA            PIC 9(08) VALUE ZEROS.
      *    REGRAS - PADROES QUANDO RISCOCFG.TXT NAO TRAZ A LINHA.
       77 WS-CFG-VL1         PIC S9(09)V99 COMP-3 VALUE 10000.
       77 WS-CFG-VL2         PIC S9(09)V99 COMP-3 VALUE 100000.
       77 WS-CFG-PV1         PIC 9(02) VALUE 1.
       77 WS-CFG-PV2         PIC 9(02) VALUE 2.
       77 WS-CFG-IDA         PIC 9(05) VALUE 730.
       77 WS-CFG-PID         PIC 9(02) VALUE 1.
       77 WS-CFG-NAL         PIC 9(03) VALUE 5.
       77 WS-CFG-PAL         PIC 9(02) VALUE 1.
       77 WS-CFG-PCA         PIC 9(02) VALUE 2.
       77 WS-CFG-PSU         PIC 9(02) VALUE 1.
       77 WS-CFG-PRC         PIC 9(02) VALUE 3.
       77 WS-CFG-PNG         PIC 9(02) VALUE 3.
       77 WS-CFG-LMD         PIC 9(03) VALUE 2.
       77 WS-CFG-LAL         PIC 9(03) VALUE 5.
       77 WS-CFG-VALOR-X     PIC 9(09) VALUE ZEROS.
      *    CASOS ABERTOS E SUSPENSOS POR CODIGO.
       01 WS-TABELA-CASOS.
          02 WS-CS-ITEM OCCURS 500 TIMES.
             03 WS-CS-COD       PIC 9(07).
             03 WS-CS-QTD       PIC 9(03).
       77 WS-QTD-CS          PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-SUSP.
          02 WS-SU-ITEM OCCURS 500 TIMES.
             03 WS-SU-COD       PIC 9(07).
             03 WS-SU-QTD       PIC 9(03).
       77 WS-QTD-SU          PIC 9(03) VALUE ZEROS.
      *    SITUACAO DO CODIGO NA CAMPANHA DE RECERTIFICACAO MAIS
      *    RECENTE EM QUE APARECEU.
       01 WS-TABELA-RECERT.
          02 WS-RC-ITEM OCCURS 1000 TIMES.
             03 WS-RC-COD       PIC 9(07).
             03 WS-RC-CAMPANHA  PIC 9(06).
             03 WS-RC-SITUACAO  PIC X(01).
       77 WS-QTD-RC          PIC 9(04) VALUE ZEROS.
       77 WS-IDX             PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU           PIC 9(04) VALUE ZEROS.
       77 WS-COD-PROCURA     PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-TAB   PIC 9(05) VALUE ZEROS.
      *    CALCULO DA IDADE (DIA SERIAL, COMO NO AGING).
       77 WS-SERIAL-HOJE     PIC S9(07) COMP VALUE ZEROS.
       77 WS-IDADE-DIAS      PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(07) COMP VALUE ZEROS.
      *    PONTUACAO DO CODIGO CORRENTE.
       01 WS-FATORES.
          02 WS-PT-VALOR     PIC 9(02).
          02 WS-PT-IDADE     PIC 9(02).
          02 WS-PT-ALTER     PIC 9(02).
          02 WS-PT-CASOS     PIC 9(02).
          02 WS-PT-SUSP      PIC 9(02).
          02 WS-PT-RECERT    PIC 9(02).
          02 WS-PT-NEGATIVO  PIC 9(02).
       77 WS-PT-CALC         PIC 9(05) VALUE ZEROS.
       77 WS-PONTOS          PIC 9(03) VALUE ZEROS.
       77 WS-CLASSE          PIC X(01) VALUE SPACES.
       77 WS-CLASSE-ANT      PIC X(01) VALUE SPACES.
       77 WS-PONTOS-ANT      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VERSOES     PIC 9(05) VALUE ZEROS.
      *    CONTADORES.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-MUDANCAS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REMOVIDOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ERROS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-BAIXO      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-MEDIO      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ALTO       PIC 9(05) VALUE ZEROS.

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
               PERFORM P0150-CARREGA-CFG      THRU P0150-FIM
               PERFORM P0170-CARREGA-CASOS    THRU P0170-FIM
               PERFORM P0180-CARREGA-SUSPENSOS THRU P0180-FIM
               PERFORM P0190-CARREGA-RECERT   THRU P0190-FIM
               PERFORM P0200-CLASSIFICA THRU P0200-FIM
                       UNTIL FIM-OK
               PERFORM P0400-REMOVE-ORFAOS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** CLASSIFICACAO DE RISCO POR CODIGO *****'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE WS-HOJE-DIA TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET DAD-ABERTO TO TRUE.

           SET ST-RSC-OK TO TRUE.
           OPEN I-O RISCO.
           IF WS-ST-RSC EQUAL 35
               OPEN OUTPUT RISCO
               CLOSE RISCO
               OPEN I-O RISCO
           END-IF.
           IF NOT ST-RSC-OK
               DISPLAY 'ERRO AO ABRIR A CLASSIFICACAO DE RISCO.'
               DISPLAY 'FILE STATUS: ' WS-ST-RSC
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET RSC-ABERTO TO TRUE.

      *    SEM DIARIO NAO HA CLASSIFICACAO - TODA MUDANCA PRECISA
      *    FICAR REGISTRADA.
           SET ST-RSH-OK TO TRUE.
           OPEN EXTEND RISCOHIS.
           IF WS-ST-RSH EQUAL 35
               OPEN OUTPUT RISCOHIS
           END-IF.
           IF NOT ST-RSH-OK
               DISPLAY 'ERRO AO ABRIR O DIARIO DE RISCO.'
               DISPLAY 'FILE STATUS: ' WS-ST-RSH
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET RSH-ABERTO TO TRUE.

           SET ST-VERS-OK TO TRUE.
           OPEN INPUT VERSOES.
           IF ST-VERS-OK
               SET VERS-ABERTO TO TRUE
           ELSE
               DISPLAY 'VERSOES.DAT INDISPONIVEL - FATOR DE'
                       ' ALTERACOES NAO PONTUADO.'
           END-IF.
       P0100-FIM.

       P0150-CARREGA-CFG.
      *    REGRAS DO RISCOCFG.TXT; SEM O ARQUIVO OU SEM AS LINHAS
      *    VALEM OS PADROES DECLARADOS NA WORKING-STORAGE.
           SET FIM-LEITURA TO FALSE.
           SET ST-CFG-OK TO TRUE.
           OPEN INPUT RISCOCFG.

           IF NOT ST-CFG-OK
               GO TO P0150-FIM
           END-IF.

           PERFORM P0155-LE-LINHA-CFG THRU P0155-FIM
                   UNTIL FIM-LEITURA.
           CLOSE RISCOCFG.
       P0150-FIM.

       P0155-LE-LINHA-CFG.
           READ RISCOCFG
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0155-FIM
           END-READ.

           EVALUATE RG-RISCOCFG(1:4)
               WHEN 'VL1='
                   IF RG-RISCOCFG(5:9) NUMERIC
                       MOVE RG-RISCOCFG(5:9) TO WS-CFG-VALOR-X
                       COMPUTE WS-CFG-VL1 = WS-CFG-VALOR-X / 100
                   END-IF
               WHEN 'VL2='
                   IF RG-RISCOCFG(5:9) NUMERIC
                       MOVE RG-RISCOCFG(5:9) TO WS-CFG-VALOR-X
                       COMPUTE WS-CFG-VL2 = WS-CFG-VALOR-X / 100
                   END-IF
               WHEN 'PV1='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PV1
                   END-IF
               WHEN 'PV2='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PV2
                   END-IF
               WHEN 'IDA='
                   IF RG-RISCOCFG(5:5) NUMERIC
                       MOVE RG-RISCOCFG(5:5) TO WS-CFG-IDA
                   END-IF
               WHEN 'PID='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PID
                   END-IF
               WHEN 'NAL='
                   IF RG-RISCOCFG(5:3) NUMERIC
                       MOVE RG-RISCOCFG(5:3) TO WS-CFG-NAL
                   END-IF
               WHEN 'PAL='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PAL
                   END-IF
               WHEN 'PCA='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PCA
                   END-IF
               WHEN 'PSU='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PSU
                   END-IF
               WHEN 'PRC='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PRC
                   END-IF
               WHEN 'PNG='
                   IF RG-RISCOCFG(5:2) NUMERIC
                       MOVE RG-RISCOCFG(5:2) TO WS-CFG-PNG
                   END-IF
               WHEN 'LMD='
                   IF RG-RISCOCFG(5:3) NUMERIC
                       MOVE RG-RISCOCFG(5:3) TO WS-CFG-LMD
                   END-IF
               WHEN 'LAL='
                   IF RG-RISCOCFG(5:3) NUMERIC
                       MOVE RG-RISCOCFG(5:3) TO WS-CFG-LAL
                   END-IF
           END-EVALUATE.
       P0155-FIM.

       P0160-DIA-SERIAL.
      *    NUMERO DE DIA CORRIDO (FORMULA DE DIAS JULIANOS
      *    SIMPLIFICADA), SUFICIENTE PARA DIFERENCAS ENTRE DATAS DO
      *    CALENDARIO GREGORIANO.
           COMPUTE WS-CALC-T1 = WS-CALC-MES + 9.
           DIVIDE WS-CALC-T1 BY 12 GIVING WS-CALC-T1.
           COMPUTE WS-CALC-T2 = (WS-CALC-ANO + WS-CALC-T1) * 7.
           DIVIDE WS-CALC-T2 BY 4 GIVING WS-CALC-T2.
           COMPUTE WS-CALC-T3 = 275 * WS-CALC-MES.
           DIVIDE WS-CALC-T3 BY 9 GIVING WS-CALC-T3.
           COMPUTE WS-SERIAL-SAIDA =
                   367 * WS-CALC-ANO - WS-CALC-T2 + WS-CALC-T3
                   + WS-CALC-DIA.
       P0160-FIM.

       P0170-CARREGA-CASOS.
      *    SO AS ORIGENS QUE REFERENCIAM CODIGO: O CONCDIA GRAVA O
      *    CODIGO NA REFERENCIA E O PARCEIRO GRAVA 'PP/CODIGO'.
           SET ST-CAS-OK TO TRUE.
           OPEN INPUT CASOS.
           IF NOT ST-CAS-OK
               GO TO P0170-FIM
           END-IF.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0175-LE-CASO THRU P0175-FIM
                   UNTIL FIM-LEITURA.
           CLOSE CASOS.
       P0170-FIM.

       P0175-LE-CASO.
           READ CASOS
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0175-FIM
           END-READ.
           IF NOT CASO-ABERTO
               GO TO P0175-FIM
           END-IF.

           MOVE ZEROS TO WS-COD-PROCURA.
           EVALUATE CAS-ORIGEM
               WHEN 'CONCDIA '
                   IF CAS-REFERENCIA(1:7) NUMERIC
                       MOVE CAS-REFERENCIA(1:7) TO WS-COD-PROCURA
                   END-IF
               WHEN 'PARTCONC'
                   IF CAS-REFERENCIA(3:1) EQUAL '/'
                      AND CAS-REFERENCIA(4:7) NUMERIC
                       MOVE CAS-REFERENCIA(4:7) TO WS-COD-PROCURA
                   END-IF
           END-EVALUATE.
           IF WS-COD-PROCURA EQUAL ZEROS
               GO TO P0175-FIM
           END-IF.

           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0176-PROCURA-CASO THRU P0176-FIM
                   UNTIL WS-IDX > WS-QTD-CS OR WS-ACHOU > ZEROS.
           IF WS-ACHOU > ZEROS
               ADD 1 TO WS-CS-QTD(WS-ACHOU)
           ELSE
               IF WS-QTD-CS < 500
                   ADD 1 TO WS-QTD-CS
                   MOVE WS-COD-PROCURA TO WS-CS-COD(WS-QTD-CS)
                   MOVE 1              TO WS-CS-QTD(WS-QTD-CS)
               ELSE
                   ADD 1 TO WS-CONT-FORA-TAB
               END-IF
           END-IF.
       P0175-FIM.

       P0176-PROCURA-CASO.
           IF WS-CS-COD(WS-IDX) EQUAL WS-COD-PROCURA
               MOVE WS-IDX TO WS-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0176-FIM.

       P0180-CARREGA-SUSPENSOS.
      *    O REGISTRO CRU PARQUEADO COMECA PELO CODIGO NOS
      *    CARREGADORES DE CADASTRO E LANCAMENTO; ITEM SEM CODIGO
      *    NUMERICO NAS SETE PRIMEIRAS POSICOES NAO E ATRIBUIDO.
           SET ST-SUSP-OK TO TRUE.
           OPEN INPUT SUSPENSO.
           IF NOT ST-SUSP-OK
               GO TO P0180-FIM
           END-IF.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0185-LE-SUSPENSO THRU P0185-FIM
                   UNTIL FIM-LEITURA.
           CLOSE SUSPENSO.
       P0180-FIM.

       P0185-LE-SUSPENSO.
           READ SUSPENSO
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0185-FIM
           END-READ.
           IF SUSP-REGISTRO(1:7) NOT NUMERIC
              OR SUSP-REGISTRO(1:7) EQUAL ZEROS
               GO TO P0185-FIM
           END-IF.
           MOVE SUSP-REGISTRO(1:7) TO WS-COD-PROCURA.

           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0186-PROCURA-SUSPENSO THRU P0186-FIM
                   UNTIL WS-IDX > WS-QTD-SU OR WS-ACHOU > ZEROS.
           IF WS-ACHOU > ZEROS
               ADD 1 TO WS-SU-QTD(WS-ACHOU)
           ELSE
               IF WS-QTD-SU < 500
                   ADD 1 TO WS-QTD-SU
                   MOVE WS-COD-PROCURA TO WS-SU-COD(WS-QTD-SU)
                   MOVE 1              TO WS-SU-QTD(WS-QTD-SU)
               ELSE
                   ADD 1 TO WS-CONT-FORA-TAB
               END-IF
           END-IF.
       P0185-FIM.

       P0186-PROCURA-SUSPENSO.
           IF WS-SU-COD(WS-IDX) EQUAL WS-COD-PROCURA
               MOVE WS-IDX TO WS-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0186-FIM.

       P0190-CARREGA-RECERT.
      *    VALE A DECISAO DA CAMPANHA MAIS RECENTE DO CODIGO - UM
      *    CODIGO MARCADO PARA REVISAO E DEPOIS CONFIRMADO NUMA
      *    CAMPANHA SEGUINTE DEIXA DE PONTUAR.
           SET ST-RCT-OK TO TRUE.
           OPEN INPUT RECERTWK.
           IF NOT ST-RCT-OK
               GO TO P0190-FIM
           END-IF.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0195-LE-RECERT THRU P0195-FIM
                   UNTIL FIM-LEITURA.
           CLOSE RECERTWK.
       P0190-FIM.

       P0195-LE-RECERT.
           READ RECERTWK
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0195-FIM
           END-READ.
           MOVE RCT-COD-DADOS TO WS-COD-PROCURA.

           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0196-PROCURA-RECERT THRU P0196-FIM
                   UNTIL WS-IDX > WS-QTD-RC OR WS-ACHOU > ZEROS.
           IF WS-ACHOU EQUAL ZEROS
               IF WS-QTD-RC < 1000
                   ADD 1 TO WS-QTD-RC
                   MOVE WS-QTD-RC TO WS-ACHOU
                   MOVE ZEROS TO WS-RC-CAMPANHA(WS-ACHOU)
               ELSE
                   ADD 1 TO WS-CONT-FORA-TAB
                   GO TO P0195-FIM
               END-IF
           END-IF.
           IF RCT-CAMPANHA NOT < WS-RC-CAMPANHA(WS-ACHOU)
               MOVE RCT-COD-DADOS TO WS-RC-COD(WS-ACHOU)
               MOVE RCT-CAMPANHA  TO WS-RC-CAMPANHA(WS-ACHOU)
               MOVE RCT-SITUACAO  TO WS-RC-SITUACAO(WS-ACHOU)
           END-IF.
       P0195-FIM.

       P0196-PROCURA-RECERT.
           IF WS-RC-COD(WS-IDX) EQUAL WS-COD-PROCURA
               MOVE WS-IDX TO WS-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0196-FIM.

       P0200-CLASSIFICA.
           READ DADOS1
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.

           PERFORM P0210-PONTUA THRU P0210-FIM.
           PERFORM P0250-GRAVA-CLASSE THRU P0250-FIM.
       P0200-FIM.

       P0210-PONTUA.
           MOVE ZEROS TO WS-FATORES.
           MOVE COD-DADOS TO WS-COD-PROCURA.

      *    FAIXA DE VALOR E SALDO NEGATIVO.
           IF VALOR-DADOS NOT < WS-CFG-VL2
               MOVE WS-CFG-PV2 TO WS-PT-VALOR
           ELSE
               IF VALOR-DADOS NOT < WS-CFG-VL1
                   MOVE WS-CFG-PV1 TO WS-PT-VALOR
               END-IF
           END-IF.
           IF VALOR-DADOS < ZEROS
               MOVE WS-CFG-PNG TO WS-PT-NEGATIVO
           END-IF.

      *    IDADE DE DATA-DADOS.
           IF DATA-DADOS NUMERIC AND DATA-DADOS NOT EQUAL ZEROS
               MOVE DATA-DADOS-AAAA TO WS-CALC-ANO
               MOVE DATA-DADOS-MM   TO WS-CALC-MES
               MOVE DATA-DADOS-DD   TO WS-CALC-DIA
               PERFORM P0160-DIA-SERIAL THRU P0160-FIM
               COMPUTE WS-IDADE-DIAS = WS-SERIAL-HOJE - WS-SERIAL-SAIDA
               IF WS-IDADE-DIAS > WS-CFG-IDA
                   MOVE WS-CFG-PID TO WS-PT-IDADE
               END-IF
           END-IF.

      *    ALTERACOES REGISTRADAS EM VERSOES.DAT.
           PERFORM P0220-CONTA-VERSOES THRU P0220-FIM.
           IF WS-CFG-NAL > ZEROS AND WS-QTD-VERSOES NOT < WS-CFG-NAL
               MOVE WS-CFG-PAL TO WS-PT-ALTER
           END-IF.

      *    CASOS ABERTOS E SUSPENSOS, PONTOS POR ITEM (ATE 99).
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0176-PROCURA-CASO THRU P0176-FIM
                   UNTIL WS-IDX > WS-QTD-CS OR WS-ACHOU > ZEROS.
           IF WS-ACHOU > ZEROS
               COMPUTE WS-PT-CALC = WS-CS-QTD(WS-ACHOU) * WS-CFG-PCA
               IF WS-PT-CALC > 99
                   MOVE 99 TO WS-PT-CALC
               END-IF
               MOVE WS-PT-CALC TO WS-PT-CASOS
           END-IF.

           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0186-PROCURA-SUSPENSO THRU P0186-FIM
                   UNTIL WS-IDX > WS-QTD-SU OR WS-ACHOU > ZEROS.
           IF WS-ACHOU > ZEROS
               COMPUTE WS-PT-CALC = WS-SU-QTD(WS-ACHOU) * WS-CFG-PSU
               IF WS-PT-CALC > 99
                   MOVE 99 TO WS-PT-CALC
               END-IF
               MOVE WS-PT-CALC TO WS-PT-SUSP
           END-IF.

      *    RECERTIFICACAO REPROVADA (MARCADA PARA REVISAO).
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0196-PROCURA-RECERT THRU P0196-FIM
                   UNTIL WS-IDX > WS-QTD-RC OR WS-ACHOU > ZEROS.
           IF WS-ACHOU > ZEROS
               IF WS-RC-SITUACAO(WS-ACHOU) EQUAL 'M'
                   MOVE WS-CFG-PRC TO WS-PT-RECERT
               END-IF
           END-IF.

           COMPUTE WS-PONTOS = WS-PT-VALOR + WS-PT-IDADE
                             + WS-PT-ALTER + WS-PT-CASOS
                             + WS-PT-SUSP  + WS-PT-RECERT
                             + WS-PT-NEGATIVO.
           IF WS-PONTOS NOT < WS-CFG-LAL
               MOVE 'A' TO WS-CLASSE
               ADD 1 TO WS-CONT-ALTO
           ELSE
               IF WS-PONTOS NOT < WS-CFG-LMD
                   MOVE 'M' TO WS-CLASSE
                   ADD 1 TO WS-CONT-MEDIO
               ELSE
                   MOVE 'B' TO WS-CLASSE
                   ADD 1 TO WS-CONT-BAIXO
               END-IF
           END-IF.
       P0210-FIM.

       P0220-CONTA-VERSOES.
           MOVE ZEROS TO WS-QTD-VERSOES.
           IF NOT VERS-ABERTO
               GO TO P0220-FIM
           END-IF.

           MOVE COD-DADOS TO VERS-COD-DADOS.
           MOVE ZEROS     TO VERS-NUMERO.
           START VERSOES KEY IS NOT LESS THAN VERS-CHAVE
               INVALID KEY
                   GO TO P0220-FIM
           END-START.

           SET FIM-LEITURA TO FALSE.
           PERFORM P0225-LE-VERSAO THRU P0225-FIM
                   UNTIL FIM-LEITURA.
       P0220-FIM.

       P0225-LE-VERSAO.
           READ VERSOES NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0225-FIM
           END-READ.
           IF VERS-COD-DADOS NOT EQUAL COD-DADOS
               SET FIM-LEITURA TO TRUE
               GO TO P0225-FIM
           END-IF.
           ADD 1 TO WS-QTD-VERSOES.
       P0225-FIM.

       P0250-GRAVA-CLASSE.
           SET RISCO-NOVO TO FALSE.
           MOVE COD-DADOS TO RSC-COD-DADOS.
           READ RISCO
               INVALID KEY
                   SET RISCO-NOVO TO TRUE
           END-READ.

           IF RISCO-NOVO
               MOVE SPACES TO WS-CLASSE-ANT
               MOVE ZEROS  TO WS-PONTOS-ANT
               INITIALIZE RG-RISCO
               MOVE COD-DADOS TO RSC-COD-DADOS
           ELSE
               MOVE RSC-CLASSE TO WS-CLASSE-ANT
               MOVE RSC-PONTOS TO WS-PONTOS-ANT
           END-IF.

           MOVE DEPTO-DADOS TO RSC-DEPTO.
           MOVE WS-CLASSE   TO RSC-CLASSE.
           MOVE WS-PONTOS   TO RSC-PONTOS.
           MOVE WS-FATORES  TO RSC-FATORES.
           MOVE WS-HOJE     TO RSC-DATA-CALC.

      *    CLASSE ANTERIOR E DATA DA MUDANCA SO ANDAM QUANDO A
      *    CLASSE MUDA - O RISCOREL DEPENDE DISSO.
           IF WS-CLASSE NOT EQUAL WS-CLASSE-ANT
               MOVE WS-CLASSE-ANT TO RSC-CLASSE-ANT
               MOVE WS-HOJE       TO RSC-DATA-MUDANCA
               PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM
               ADD 1 TO WS-CONT-MUDANCAS
           END-IF.

           IF RISCO-NOVO
               WRITE RG-RISCO
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-GRAVADOS
               END-WRITE
           ELSE
               REWRITE RG-RISCO
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-GRAVADOS
               END-REWRITE
           END-IF.
       P0250-FIM.

       P0260-GRAVA-DIARIO.
           ACCEPT WS-HORA FROM TIME.
           MOVE RSC-COD-DADOS  TO RSH-COD-DADOS.
           MOVE RSC-DEPTO      TO RSH-DEPTO.
           MOVE WS-HOJE        TO RSH-DATA.
           MOVE WS-HORA(1:6)   TO RSH-HORA.
           MOVE WS-CLASSE-ANT  TO RSH-CLASSE-ANT.
           MOVE WS-PONTOS-ANT  TO RSH-PONTOS-ANT.
           MOVE RSC-CLASSE     TO RSH-CLASSE-NOVA.
           MOVE RSC-PONTOS     TO RSH-PONTOS-NOVO.
           WRITE RG-RISCOHIS.
       P0260-FIM.

       P0400-REMOVE-ORFAOS.
      *    CLASSIFICACAO QUE NAO FOI RECALCULADA HOJE E DE CODIGO QUE
      *    SAIU DO CADASTRO - REMOVIDA, COM REGISTRO NO DIARIO.
           MOVE ZEROS TO RSC-COD-DADOS.
           START RISCO KEY IS NOT LESS THAN RSC-COD-DADOS
               INVALID KEY
                   GO TO P0400-FIM
           END-START.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0410-VERIFICA-ORFAO THRU P0410-FIM
                   UNTIL FIM-LEITURA.
       P0400-FIM.

       P0410-VERIFICA-ORFAO.
           READ RISCO NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0410-FIM
           END-READ.
           IF RSC-DATA-CALC NOT < WS-HOJE
               GO TO P0410-FIM
           END-IF.

           MOVE RSC-CLASSE TO WS-CLASSE-ANT.
           MOVE RSC-PONTOS TO WS-PONTOS-ANT.
           MOVE SPACES     TO RSC-CLASSE.
           MOVE ZEROS      TO RSC-PONTOS.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
           DELETE RISCO RECORD
               INVALID KEY
                   ADD 1 TO WS-CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-REMOVIDOS
           END-DELETE.
       P0410-FIM.

       P0500-FINALIZA.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF RSC-ABERTO
               CLOSE RISCO
           END-IF.
           IF RSH-ABERTO
               CLOSE RISCOHIS
           END-IF.
           IF VERS-ABERTO
               CLOSE VERSOES
           END-IF.

           MOVE WS-CONT-LIDOS    TO LK-CONT-LIDOS.
           MOVE WS-CONT-GRAVADOS TO LK-CONT-GRAVADOS.
           MOVE WS-CONT-ERROS    TO LK-CONT-REJEITADOS.

           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS CLASSIFICADOS.: ' WS-CONT-LIDOS.
           DISPLAY 'BAIXO / MEDIO / ALTO..: ' WS-CONT-BAIXO ' / '
                   WS-CONT-MEDIO ' / ' WS-CONT-ALTO.
           DISPLAY 'MUDANCAS DE CLASSE....: ' WS-CONT-MUDANCAS.
           DISPLAY 'CLASSIFICACOES REMOV..: ' WS-CONT-REMOVIDOS.
           DISPLAY 'ERROS DE GRAVACAO.....: ' WS-CONT-ERROS.
           IF WS-CONT-FORA-TAB > ZEROS
               DISPLAY 'ALERTA: ' WS-CONT-FORA-TAB
                       ' CASOS/SUSPENSOS/RECERTIFICACOES FORA DAS'
                       ' TABELAS - NAO PONTUADOS.'
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'RISCO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RISCO-DAT.
           MOVE 'RISCOHIS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RISCOHIS-TXT.
           MOVE 'RISCOCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RISCOCFG-TXT.
           MOVE 'VERSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VERSOES-DAT.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'RECERTWK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RECERTWK-DAT.
       9600-FIM.

       COPY PERFIL.
