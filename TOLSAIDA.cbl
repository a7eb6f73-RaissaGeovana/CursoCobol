      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conferencia de tolerancia antes da liberacao das
      *          saidas - etapa da cadeia noturna entre as etapas de
      *          atualizacao e as interfaces de saida. Compara os
      *          numeros da noite - registros de DADOS1.DAT, movimento
      *          do dia (inclusoes, alteracoes, exclusoes e
      *          inativacoes) e rejeicoes, da linha de hoje do
      *          ESTATDIA.TXT, e a soma de valor de DADOS1.DAT no
      *          CTLSALDO.DAT - com a media das ultimas noites do
      *          historico (ESTATDIA.TXT para as contagens,
      *          SAIDACTL.DAT para o valor). As tolerancias vem de
      *          TOLCFG.TXT (DIA=nn noites de historico, QTD=ppp,
      *          MOV=ppp, REJ=ppp e VAL=ppp percentuais de desvio por
      *          numero, MIN=nnnnnnn desvio minimo das contagens);
      *          sem o arquivo valem os padroes da WORKING-STORAGE.
      *          Dentro da tolerancia as saidas ficam liberadas; fora
      *          dela (ou sem a linha de hoje do ESTATDIA) as saidas
      *          ficam retidas, e gravado um alerta de severidade alta
      *          e a etapa aguarda o supervisor liberar ou cancelar.
      *          A decisao, o supervisor e os numeros ficam no
      *          SAIDACTL.DAT da data da corrida (na cadeia, a data
      *          do semaforo SISTSTAT.TXT, que vale tambem para achar
      *          a linha do ESTATDIA); as interfaces de
      *          saida (TRANSDF, TRANSDEL, GLPOST, PAGTOGER, REGEXTR,
      *          DWEXTR) recusam rodar com a ultima corrida retida ou
      *          cancelada e, dentro da cadeia, sem a conferencia da
      *          propria corrida - por isso a etapa roda antes da
      *          agenda de trabalhos periodicos.
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
              SELECT ESTATDIA ASSIGN TO WS-ARQ-ESTATDIA-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-EST.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT SAIDACTL ASSIGN TO WS-ARQ-SAIDACTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SAI-DATA
              FILE STATUS IS WS-ST-SAICTL.

              SELECT TOLCFG ASSIGN TO WS-ARQ-TOLCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CFG.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-ALER.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

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
       FD ESTATDIA.
       COPY FD_ESTATDIA.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD TOLCFG.
       01  RG-TOLCFG           PIC X(80).

       FD ALERTAS.
       COPY FD_ALERTA.

       FD OPERMST.
       COPY FD_OPER.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY SAIDACTL_WS.
       77  WS-ARQ-ESTATDIA-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SAIDACTL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-TOLCFG-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77 WS-ST-EST          PIC 99.
         88 ST-EST-OK         VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-CFG          PIC 99.
         88 ST-CFG-OK         VALUE 0.
       77 WS-ST-ALER         PIC 99.
         88 ST-ALER-OK        VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-FIM             PIC X     VALUE 'N'.
         88 FIM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-CFG         PIC X     VALUE 'N'.
         88 FIM-CFG-OK                VALUE 'S' FALSE 'N'.
       77 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
      *    TOLERANCIAS PADRAO, SUBSTITUIDAS PELAS LINHAS DO TOLCFG.TXT.
       77 WS-DIAS-HIST       PIC 9(02) VALUE 10.
       77 WS-MIN-DESVIO      PIC 9(07) VALUE 50.
       77 WS-CFG-PCT         PIC 9(03) VALUE ZEROS.
      *    NUMEROS CONFERIDOS: 1 REGISTROS DE DADOS1, 2 MOVIMENTO DO
      *    DIA, 3 REJEICOES DO DIA (ESTATDIA.TXT) E 4 SOMA DE VALOR DE
      *    DADOS1 (CTLSALDO.DAT, HISTORICO NO SAIDACTL.DAT).
       01 WS-TABELA-NUMEROS.
          02 WS-NUM-ITEM OCCURS 4 TIMES.
             03 WS-NUM-NOME       PIC X(20).
             03 WS-NUM-PCT        PIC 9(03).
             03 WS-NUM-MIN        PIC 9(07).
             03 WS-NUM-HOJE       PIC S9(13)V99.
             03 WS-NUM-SOMA       PIC S9(15)V99.
             03 WS-NUM-QTD-HIST   PIC 9(03).
             03 WS-NUM-MEDIA      PIC S9(13)V99.
             03 WS-NUM-FORA       PIC X(01).
       77 WS-IDX             PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ANTERIORES  PIC 9(05) VALUE ZEROS.
       77 WS-ORDEM           PIC 9(05) VALUE ZEROS.
       77 WS-PRIMEIRA-HIST   PIC 9(05) VALUE ZEROS.
       77 WS-HOJE-ACHADO     PIC X     VALUE 'N'.
         88 ESTATISTICA-DE-HOJE       VALUE 'S' FALSE 'N'.
       77 WS-DESVIO          PIC S9(13)V99 VALUE ZEROS.
       77 WS-MEDIA-ABS       PIC S9(13)V99 VALUE ZEROS.
       77 WS-DESVIO-PCT      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFERIDOS  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FORA        PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO          PIC X(40) VALUE SPACES.
       77 WS-HOJE-ED         PIC -Z(12)9,99.
       77 WS-MEDIA-ED        PIC -Z(12)9,99.
       77 WS-PCT-ED          PIC ZZZZ9.
       77 WS-SEQ-ALERTA      PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV        PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG        PIC X(40) VALUE SPACES.
       77 WS-DECISAO         PIC X(01) VALUE SPACES.
         88 DECIDE-LIBERAR            VALUE 'L' 'l'.
         88 DECIDE-CANCELAR           VALUE 'C' 'c'.
       77 WS-DECIDIDO        PIC X     VALUE 'N'.
         88 DECISAO-TOMADA            VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK   PIC X     VALUE 'N'.
         88 SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-REGISTRO-EXISTE PIC X     VALUE 'N'.
         88 REGISTRO-EXISTE           VALUE 'S' FALSE 'N'.

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
           MOVE ZEROS TO LK-RETORNO LK-CONT-LIDOS LK-CONT-GRAVADOS
                         LK-CONT-REJEITADOS.
           PERFORM P0100-INICIO          THRU P0100-FIM.
           IF REGISTRO-EXISTE
              AND (SAI-LIBERADA-SUP OR SAI-CANCELADA)
      *        RETOMADA DA CADEIA NO MESMO DIA: A DECISAO DO
      *        SUPERVISOR JA TOMADA PARA ESTA CORRIDA PREVALECE.
               DISPLAY 'DECISAO DO SUPERVISOR ' SAI-SUPERVISOR
                       ' JA REGISTRADA PARA ' WS-HOJE ': '
                       SAI-SITUACAO '.'
               IF SAI-LIBERADA-SUP
                   MOVE 1 TO LK-CONT-GRAVADOS
               END-IF
               GOBACK
           END-IF.
           PERFORM P0150-CARREGA-CFG     THRU P0150-FIM.
           PERFORM P0200-LE-ESTATISTICA  THRU P0200-FIM.
           PERFORM P0300-LE-VALORES      THRU P0300-FIM.
           PERFORM P0400-AVALIA          THRU P0400-FIM.
           PERFORM P0500-DECIDE          THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** CONFERENCIA DE TOLERANCIA DAS SAIDAS *****'.
           ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
      *    DENTRO DA CADEIA A DATA DA CONFERENCIA E A DA CORRIDA
      *    (SEMAFORO SISTSTAT), A MESMA QUE AS INTERFACES DE SAIDA
      *    PROCURAM NO SAIDACTL.DAT - MESMO QUE A CADEIA PASSE DA
      *    MEIA-NOITE.
           PERFORM 9410-VERIFICA-CORRIDA THRU 9410-FIM.
           IF SAI-CORRIDA-CADEIA
               MOVE WS-SAI-DATA-CORRIDA TO WS-HOJE
           END-IF.

           MOVE 'REGISTROS DADOS1    ' TO WS-NUM-NOME(1).
           MOVE 10 TO WS-NUM-PCT(1).
           MOVE 'MOVIMENTO DO DIA    ' TO WS-NUM-NOME(2).
           MOVE 100 TO WS-NUM-PCT(2).
           MOVE 'REJEICOES DO DIA    ' TO WS-NUM-NOME(3).
           MOVE 100 TO WS-NUM-PCT(3).
           MOVE 'VALOR TOTAL DADOS1  ' TO WS-NUM-NOME(4).
           MOVE 10 TO WS-NUM-PCT(4).
           MOVE 1 TO WS-IDX.
           PERFORM P0110-ZERA-NUMERO THRU P0110-FIM
                   UNTIL WS-IDX > 4.

      *    REGISTRO DA CORRIDA DE HOJE, SE A ETAPA JA RODOU.
           SET REGISTRO-EXISTE TO FALSE.
           SET ST-SAICTL-OK TO TRUE.
           OPEN INPUT SAIDACTL.
           IF ST-SAICTL-OK
               MOVE WS-HOJE TO SAI-DATA
               READ SAIDACTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-EXISTE TO TRUE
               END-READ
               CLOSE SAIDACTL
           END-IF.
       P0100-FIM.

       P0110-ZERA-NUMERO.
           MOVE ZEROS TO WS-NUM-HOJE(WS-IDX) WS-NUM-SOMA(WS-IDX)
                         WS-NUM-QTD-HIST(WS-IDX) WS-NUM-MEDIA(WS-IDX).
           MOVE 'N' TO WS-NUM-FORA(WS-IDX).
           ADD 1 TO WS-IDX.
       P0110-FIM.

       P0150-CARREGA-CFG.
      *    TOLERANCIAS DO TOLCFG.TXT; SEM O ARQUIVO OU SEM AS LINHAS
      *    VALEM OS PADROES DECLARADOS NA WORKING-STORAGE.
           SET FIM-CFG-OK TO FALSE.
           SET ST-CFG-OK TO TRUE.
           OPEN INPUT TOLCFG.

           IF ST-CFG-OK
               PERFORM P0160-LE-LINHA-CFG THRU P0160-FIM
                       UNTIL FIM-CFG-OK
               CLOSE TOLCFG
           END-IF.

      *    O DESVIO MINIMO VALE PARA AS CONTAGENS; O VALOR CONFERE
      *    SO PELO PERCENTUAL.
           MOVE WS-MIN-DESVIO TO WS-NUM-MIN(1) WS-NUM-MIN(2)
                                 WS-NUM-MIN(3).
           MOVE ZEROS TO WS-NUM-MIN(4).
           IF WS-DIAS-HIST EQUAL ZEROS
               MOVE 10 TO WS-DIAS-HIST
           END-IF.
       P0150-FIM.

       P0160-LE-LINHA-CFG.
           READ TOLCFG
               AT END
                   SET FIM-CFG-OK TO TRUE
                   GO TO P0160-FIM
           END-READ.

           EVALUATE RG-TOLCFG(1:4)
               WHEN 'DIA='
                   IF RG-TOLCFG(5:2) NUMERIC
                       MOVE RG-TOLCFG(5:2) TO WS-DIAS-HIST
                   END-IF
               WHEN 'MIN='
                   IF RG-TOLCFG(5:7) NUMERIC
                       MOVE RG-TOLCFG(5:7) TO WS-MIN-DESVIO
                   END-IF
               WHEN 'QTD='
                   IF RG-TOLCFG(5:3) NUMERIC
                       MOVE RG-TOLCFG(5:3) TO WS-NUM-PCT(1)
                   END-IF
               WHEN 'MOV='
                   IF RG-TOLCFG(5:3) NUMERIC
                       MOVE RG-TOLCFG(5:3) TO WS-NUM-PCT(2)
                   END-IF
               WHEN 'REJ='
                   IF RG-TOLCFG(5:3) NUMERIC
                       MOVE RG-TOLCFG(5:3) TO WS-NUM-PCT(3)
                   END-IF
               WHEN 'VAL='
                   IF RG-TOLCFG(5:3) NUMERIC
                       MOVE RG-TOLCFG(5:3) TO WS-NUM-PCT(4)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P0160-FIM.

       P0200-LE-ESTATISTICA.
      *    PRIMEIRA PASSADA CONTA AS NOITES ANTERIORES A HOJE; A
      *    SEGUNDA SOMA SO AS ULTIMAS WS-DIAS-HIST DELAS E GUARDA A
      *    LINHA DE HOJE (A MAIS NOVA, SE A ETAPA RODOU MAIS DE UMA
      *    VEZ NO DIA).
           SET ESTATISTICA-DE-HOJE TO FALSE.
           MOVE ZEROS TO WS-QTD-ANTERIORES.

           SET ST-EST-OK TO TRUE.
           OPEN INPUT ESTATDIA.
           IF NOT ST-EST-OK
               DISPLAY 'HISTORICO ESTATDIA.TXT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-EST
               GO TO P0200-FIM
           END-IF.
           SET FIM-OK TO FALSE.
           PERFORM P0210-CONTA-ESTATISTICA THRU P0210-FIM
                   UNTIL FIM-OK.
           CLOSE ESTATDIA.

           MOVE 1 TO WS-PRIMEIRA-HIST.
           IF WS-QTD-ANTERIORES > WS-DIAS-HIST
               COMPUTE WS-PRIMEIRA-HIST =
                       WS-QTD-ANTERIORES - WS-DIAS-HIST + 1
           END-IF.

           MOVE ZEROS TO WS-ORDEM.
           OPEN INPUT ESTATDIA.
           SET FIM-OK TO FALSE.
           PERFORM P0220-SOMA-ESTATISTICA THRU P0220-FIM
                   UNTIL FIM-OK.
           CLOSE ESTATDIA.
       P0200-FIM.

       P0210-CONTA-ESTATISTICA.
           READ ESTATDIA
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF EST-DATA < WS-HOJE
                       ADD 1 TO WS-QTD-ANTERIORES
                   END-IF
           END-READ.
       P0210-FIM.

       P0220-SOMA-ESTATISTICA.
           READ ESTATDIA
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0220-FIM
           END-READ.

           IF EST-DATA EQUAL WS-HOJE
               SET ESTATISTICA-DE-HOJE TO TRUE
               MOVE EST-QTD-D1 TO WS-NUM-HOJE(1)
               COMPUTE WS-NUM-HOJE(2) = EST-INCLUSOES
                                      + EST-ALTERACOES
                                      + EST-EXCLUSOES
                                      + EST-INATIVACOES
               MOVE EST-REJEICOES TO WS-NUM-HOJE(3)
               GO TO P0220-FIM
           END-IF.

           IF EST-DATA < WS-HOJE
               ADD 1 TO WS-ORDEM
               IF WS-ORDEM >= WS-PRIMEIRA-HIST
                   ADD EST-QTD-D1 TO WS-NUM-SOMA(1)
                   COMPUTE WS-NUM-SOMA(2) = WS-NUM-SOMA(2)
                                          + EST-INCLUSOES
                                          + EST-ALTERACOES
                                          + EST-EXCLUSOES
                                          + EST-INATIVACOES
                   ADD EST-REJEICOES TO WS-NUM-SOMA(3)
                   ADD 1 TO WS-NUM-QTD-HIST(1) WS-NUM-QTD-HIST(2)
                            WS-NUM-QTD-HIST(3)
               END-IF
           END-IF.
       P0220-FIM.

       P0300-LE-VALORES.
      *    SOMA DE VALOR DE HOJE PELO CONTROLE DE SALDOS; O
      *    HISTORICO SAO AS ULTIMAS NOITES GRAVADAS NO SAIDACTL.DAT.
           SET ST-CTL-OK TO TRUE.
           OPEN INPUT CTLSALDO.
           IF ST-CTL-OK
               MOVE 'DADOS1.DAT' TO CTL-ARQUIVO
               READ CTLSALDO
                   INVALID KEY
                       DISPLAY 'CTLSALDO.DAT SEM O REGISTRO DE'
                               ' DADOS1.DAT.'
                   NOT INVALID KEY
                       MOVE CTL-VALOR TO WS-NUM-HOJE(4)
               END-READ
               CLOSE CTLSALDO
           ELSE
               DISPLAY 'CONTROLE DE SALDOS CTLSALDO.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CTL
           END-IF.

           MOVE ZEROS TO WS-QTD-ANTERIORES.
           SET ST-SAICTL-OK TO TRUE.
           OPEN INPUT SAIDACTL.
           IF NOT ST-SAICTL-OK
      *        PRIMEIRA CONFERENCIA - AINDA SEM HISTORICO DE VALOR.
               GO TO P0300-FIM
           END-IF.
           SET FIM-OK TO FALSE.
           PERFORM P0310-CONTA-VALOR THRU P0310-FIM
                   UNTIL FIM-OK.
           CLOSE SAIDACTL.

           MOVE 1 TO WS-PRIMEIRA-HIST.
           IF WS-QTD-ANTERIORES > WS-DIAS-HIST
               COMPUTE WS-PRIMEIRA-HIST =
                       WS-QTD-ANTERIORES - WS-DIAS-HIST + 1
           END-IF.

           MOVE ZEROS TO WS-ORDEM.
           OPEN INPUT SAIDACTL.
           SET FIM-OK TO FALSE.
           PERFORM P0320-SOMA-VALOR THRU P0320-FIM
                   UNTIL FIM-OK.
           CLOSE SAIDACTL.
       P0300-FIM.

       P0310-CONTA-VALOR.
           READ SAIDACTL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF SAI-DATA < WS-HOJE
                       ADD 1 TO WS-QTD-ANTERIORES
                   END-IF
           END-READ.
       P0310-FIM.

       P0320-SOMA-VALOR.
           READ SAIDACTL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0320-FIM
           END-READ.

           IF SAI-DATA < WS-HOJE
               ADD 1 TO WS-ORDEM
               IF WS-ORDEM >= WS-PRIMEIRA-HIST
                   ADD SAI-VALOR-D1 TO WS-NUM-SOMA(4)
                   ADD 1 TO WS-NUM-QTD-HIST(4)
               END-IF
           END-IF.
       P0320-FIM.

       P0400-AVALIA.
           MOVE ZEROS TO WS-QTD-CONFERIDOS WS-QTD-FORA.
           MOVE SPACES TO WS-MOTIVO.

           IF NOT ESTATISTICA-DE-HOJE
      *        SEM A ESTATISTICA DA NOITE NAO HA O QUE CONFERIR - AS
      *        SAIDAS NAO SAEM NO ESCURO.
               DISPLAY 'ESTATDIA.TXT SEM A LINHA DE ' WS-HOJE
                       ' - SAIDAS RETIDAS.'
               ADD 1 TO WS-QTD-FORA
               MOVE 'SEM ESTATISTICA DO DIA (ESTATDIA)'
                 TO WS-MOTIVO
           END-IF.

           DISPLAY 'NUMERO                            HOJE'
                   '             MEDIA  DESVIO%  TOL%'.
           MOVE 1 TO WS-IDX.
           PERFORM P0410-AVALIA-NUMERO THRU P0410-FIM
                   UNTIL WS-IDX > 4.

           DISPLAY 'NUMEROS CONFERIDOS: ' WS-QTD-CONFERIDOS
                   '   FORA DA TOLERANCIA: ' WS-QTD-FORA.
       P0400-FIM.

       P0410-AVALIA-NUMERO.
           IF WS-IDX < 4 AND NOT ESTATISTICA-DE-HOJE
               GO TO P0410-PROXIMO
           END-IF.

           IF WS-NUM-QTD-HIST(WS-IDX) EQUAL ZEROS
               DISPLAY WS-NUM-NOME(WS-IDX)
                       ' SEM HISTORICO - NAO CONFERIDO.'
               GO TO P0410-PROXIMO
           END-IF.

           ADD 1 TO WS-QTD-CONFERIDOS.
           COMPUTE WS-NUM-MEDIA(WS-IDX) ROUNDED =
                   WS-NUM-SOMA(WS-IDX) / WS-NUM-QTD-HIST(WS-IDX).

           COMPUTE WS-DESVIO = WS-NUM-HOJE(WS-IDX)
                             - WS-NUM-MEDIA(WS-IDX).
           IF WS-DESVIO < ZEROS
               MULTIPLY -1 BY WS-DESVIO
           END-IF.
           MOVE WS-NUM-MEDIA(WS-IDX) TO WS-MEDIA-ABS.
           IF WS-MEDIA-ABS < ZEROS
               MULTIPLY -1 BY WS-MEDIA-ABS
           END-IF.

           IF WS-MEDIA-ABS EQUAL ZEROS
               IF WS-DESVIO EQUAL ZEROS
                   MOVE ZEROS TO WS-DESVIO-PCT
               ELSE
                   MOVE 99999 TO WS-DESVIO-PCT
               END-IF
           ELSE
               COMPUTE WS-DESVIO-PCT ROUNDED =
                       WS-DESVIO * 100 / WS-MEDIA-ABS
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DESVIO-PCT
               END-COMPUTE
           END-IF.

           IF WS-DESVIO > WS-NUM-MIN(WS-IDX)
              AND WS-DESVIO-PCT > WS-NUM-PCT(WS-IDX)
               MOVE 'S' TO WS-NUM-FORA(WS-IDX)
               ADD 1 TO WS-QTD-FORA
               IF WS-MOTIVO EQUAL SPACES
                   STRING WS-NUM-NOME(WS-IDX) DELIMITED BY '  '
                          ' FORA DA TOLERANCIA'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

           MOVE WS-NUM-HOJE(WS-IDX)  TO WS-HOJE-ED.
           MOVE WS-NUM-MEDIA(WS-IDX) TO WS-MEDIA-ED.
           MOVE WS-DESVIO-PCT        TO WS-PCT-ED.
           IF WS-NUM-FORA(WS-IDX) EQUAL 'S'
               DISPLAY WS-NUM-NOME(WS-IDX) WS-HOJE-ED WS-MEDIA-ED
                       '   ' WS-PCT-ED '  ' WS-NUM-PCT(WS-IDX)
                       '  FORA'
           ELSE
               DISPLAY WS-NUM-NOME(WS-IDX) WS-HOJE-ED WS-MEDIA-ED
                       '   ' WS-PCT-ED '  ' WS-NUM-PCT(WS-IDX)
           END-IF.

       P0410-PROXIMO.
           ADD 1 TO WS-IDX.
       P0410-FIM.

       P0500-DECIDE.
           MOVE WS-QTD-CONFERIDOS TO LK-CONT-LIDOS.
           MOVE WS-QTD-FORA       TO LK-CONT-REJEITADOS.

           MOVE WS-HOJE          TO SAI-DATA.
           MOVE WS-NUM-HOJE(1)   TO SAI-QTD-D1.
           MOVE WS-NUM-HOJE(2)   TO SAI-MOVIMENTO.
           MOVE WS-NUM-HOJE(3)   TO SAI-REJEICOES.
           MOVE WS-NUM-HOJE(4)   TO SAI-VALOR-D1.
           MOVE WS-QTD-FORA      TO SAI-QTD-FORA.
           MOVE WS-MOTIVO        TO SAI-MOTIVO.
           MOVE SPACES           TO SAI-SUPERVISOR.
           MOVE ZEROS            TO SAI-DATA-DECISAO SAI-HORA-DECISAO.

           IF WS-QTD-FORA EQUAL ZEROS
               SET SAI-LIBERADA-AUTO TO TRUE
               PERFORM P0520-GRAVA-CONTROLE THRU P0520-FIM
               MOVE 1 TO LK-CONT-GRAVADOS
               DISPLAY 'DENTRO DA TOLERANCIA - SAIDAS LIBERADAS.'
               GO TO P0500-FIM
           END-IF.

      *    A RETENCAO E GRAVADA ANTES DA ESPERA: SE A ETAPA CAIR
      *    AGUARDANDO, AS SAIDAS CONTINUAM RETIDAS.
           SET SAI-RETIDA TO TRUE.
           PERFORM P0520-GRAVA-CONTROLE THRU P0520-FIM.

           MOVE 'A' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           STRING 'SAIDAS RETIDAS: ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-ALER-MSG.
           PERFORM P0530-GRAVA-ALERTA THRU P0530-FIM.

           DISPLAY '*** SAIDAS RETIDAS - ' WS-QTD-FORA
                   ' NUMERO(S) FORA DA TOLERANCIA ***'.
           SET DECISAO-TOMADA TO FALSE.
           PERFORM P0510-AGUARDA-SUPERVISOR THRU P0510-FIM
                   UNTIL DECISAO-TOMADA.

           IF SAI-LIBERADA-SUP
               MOVE 1 TO LK-CONT-GRAVADOS
           END-IF.
       P0500-FIM.

       P0510-AGUARDA-SUPERVISOR.
           PERFORM P0540-AUTORIZA-SUPERVISOR THRU P0540-FIM.
           IF NOT SUPERVISOR-OK
               GO TO P0510-FIM
           END-IF.

           MOVE SPACES TO WS-DECISAO.
           DISPLAY '<L>IBERA OU <C>ANCELA AS SAIDAS DESTA CORRIDA: '
           ACCEPT WS-DECISAO.

           EVALUATE TRUE
               WHEN DECIDE-LIBERAR
                   SET SAI-LIBERADA-SUP TO TRUE
               WHEN DECIDE-CANCELAR
                   SET SAI-CANCELADA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   GO TO P0510-FIM
           END-EVALUATE.

           MOVE WS-OPERADOR TO SAI-SUPERVISOR.
           ACCEPT SAI-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
           MOVE WS-AGORA(1:6) TO SAI-HORA-DECISAO.
           PERFORM P0520-GRAVA-CONTROLE THRU P0520-FIM.
           SET DECISAO-TOMADA TO TRUE.

           IF SAI-LIBERADA-SUP
               DISPLAY 'SAIDAS LIBERADAS PELO SUPERVISOR '
                       WS-OPERADOR '.'
           ELSE
               DISPLAY 'SAIDAS CANCELADAS PELO SUPERVISOR '
                       WS-OPERADOR ' - AS INTERFACES DE SAIDA'
                       ' RECUSAM ATE A PROXIMA CORRIDA.'
           END-IF.
       P0510-FIM.

       P0520-GRAVA-CONTROLE.
           SET ST-SAICTL-OK TO TRUE.
           OPEN I-O SAIDACTL.

           IF WS-ST-SAICTL EQUAL 35 THEN
               OPEN OUTPUT SAIDACTL
               CLOSE SAIDACTL
               OPEN I-O SAIDACTL
           END-IF.

           IF NOT ST-SAICTL-OK
               DISPLAY 'CONTROLE DE SAIDAS SAIDACTL.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SAICTL
               MOVE 8 TO LK-RETORNO
               GO TO P0520-FIM
           END-IF.

           WRITE RG-SAIDACTL
               INVALID KEY
                   REWRITE RG-SAIDACTL
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O SAIDACTL.DAT.'
                           MOVE 8 TO LK-RETORNO
                   END-REWRITE
           END-WRITE.
           CLOSE SAIDACTL.
       P0520-FIM.

       P0530-GRAVA-ALERTA.
           SET ST-ALER-OK TO TRUE.
           OPEN I-O ALERTAS.

           IF WS-ST-ALER EQUAL 35 THEN
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.

           IF ST-ALER-OK THEN
               MOVE WS-HOJE TO ALER-DATA
               MOVE WS-AGORA(1:6) TO ALER-HORA
               ADD 1 TO WS-SEQ-ALERTA
               MOVE WS-SEQ-ALERTA TO ALER-SEQ
               MOVE WS-ALER-SEV TO ALER-SEVERIDADE
               MOVE 'TOLSAIDA' TO ALER-PROGRAMA
               MOVE WS-ALER-MSG TO ALER-MENSAGEM
               SET ALER-PENDENTE TO TRUE
               WRITE RG-ALERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ALERTA.'
               END-WRITE
               CLOSE ALERTAS
           ELSE
               DISPLAY 'ARQUIVO DE ALERTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-ALER
           END-IF.
       P0530-FIM.

       P0540-AUTORIZA-SUPERVISOR.
           SET SUPERVISOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

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
                          AND NIVEL-SUPERVISOR
                           SET SUPERVISOR-OK TO TRUE
                       ELSE
                           DISPLAY 'OPERADOR SEM NIVEL DE'
                                   ' SUPERVISOR OU SENHA INVALIDA.'
                       END-IF
               END-READ
               CLOSE OPERMST
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
           END-IF.
       P0540-FIM.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'ESTATDIA.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ESTATDIA-TXT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'SAIDACTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SAIDACTL-DAT.
           MOVE 'TOLCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-TOLCFG-TXT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY SAIDACTL.
