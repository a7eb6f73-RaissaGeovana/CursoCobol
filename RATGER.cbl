      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rateio mensal de custos compartilhados - carrega as
      *          regras ativas do RATEIO.DAT (mantidas pelo RATMNT),
      *          apura numa primeira passada em DADOS1.DAT, por
      *          departamento, os codigos ativos e a soma do
      *          VALOR-DADOS positivo, calcula por regra o valor a
      *          ratear (percentual da regra sobre o saldo positivo
      *          da origem) e a parte de cada destino (percentual
      *          fixo, participacao no VALOR-DADOS ou quantidade de
      *          codigos) e, na segunda passada, acrescenta em
      *          LANCTOS.TXT, com o motivo RAT, o debito em cada
      *          codigo da origem (na proporcao do seu saldo) e o
      *          credito em cada codigo dos destinos (na proporcao do
      *          saldo no metodo V, em partes iguais nos metodos P e
      *          Q). A divisao e feita sobre valores acumulados, de
      *          modo que os centavos do arredondamento nunca sobram
      *          nem faltam: o enviado fecha com o recebido. O GLPOST
      *          contabiliza os movimentos RAT pelas contas de rateio
      *          do de-para. Cada regra aplicada fica no registro
      *          RATREG.DAT do periodo, o que impede ratear a mesma
      *          origem duas vezes, e o relatorio RATLOG.AAAAMMDD
      *          prova, regra a regra e no total, que o valor enviado
      *          pelas origens e igual ao recebido pelos destinos.
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
              SELECT RATEIO ASSIGN TO WS-ARQ-RATEIO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RAT-DEPTO-ORIGEM
              FILE STATUS IS WS-ST-RAT.

              SELECT RATREG ASSIGN TO WS-ARQ-RATREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RRG-CHAVE
              FILE STATUS IS WS-ST-RRG.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT LANCTOS ASSIGN TO WS-ARQ-LANCTOS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LCT.

              SELECT GERREL ASSIGN TO WS-NOME-GERREL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD RATEIO.
       COPY FD_RATEIO.

       FD RATREG.
       COPY FD_RATREG.

       FD DADOS1.
       COPY FD_CRUD.

       FD LANCTOS.
      *    MESMO LAYOUT DO ARQUIVO DE TRANSACOES LIDO PELO MOTOR DE
      *    LANCAMENTOS (LANCTOS.cbl).
       01  RG-LANCTO.
           02  LCT-COD-DADOS   PIC 9(07).
           02  LCT-TIPO        PIC X(01).
           02  LCT-VALOR       PIC 9(07)V99.
           02  LCT-MOTIVO      PIC X(03).
           02  LCT-DATA        PIC 9(08).

       FD GERREL.
       01  RG-GERREL           PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-RATEIO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RATREG-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GERREL       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-RAT          PIC 99.
         88 ST-RAT-OK         VALUE 0.
       77 WS-ST-RRG          PIC 99.
         88 ST-RRG-OK         VALUE 0.
       77 WS-ST-LCT          PIC 99.
         88 ST-LCT-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-RAT         PIC X.
         88 FIM-RAT-OK        VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-RRG-ABERTO      PIC X     VALUE 'N'.
         88 RRG-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-LCT-ABERTO      PIC X     VALUE 'N'.
         88 LCT-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-REL-ABERTO      PIC X     VALUE 'N'.
         88 REL-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO         PIC 9(06) VALUE ZEROS.
      *    SITUACAO DE CADA DEPARTAMENTO NA PRIMEIRA PASSADA: CODIGOS
      *    ATIVOS, QUANTOS COM SALDO POSITIVO E A SOMA DESSES SALDOS.
       01 WS-TAB-DEPTOS.
          02 WS-DP OCCURS 200 TIMES.
             03 WS-DP-DEPTO        PIC X(04).
             03 WS-DP-QTD-ATIVOS   PIC 9(07).
             03 WS-DP-QTD-POSIT    PIC 9(07).
             03 WS-DP-SOMA-POSIT   PIC 9(11)V99.
       77 WS-QTD-DEPTOS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DP          PIC 9(03) VALUE ZEROS.
       77 WS-DP-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
      *    REGRAS ATIVAS E O CALCULO DE CADA UMA. NA ORIGEM E EM CADA
      *    DESTINO O VALOR DE CADA CODIGO SAI DA DIFERENCA ENTRE O
      *    ACUMULADO ARREDONDADO ATE ELE E O JA LANCADO, E O ULTIMO
      *    CODIGO FECHA EXATAMENTE O VALOR DA REGRA OU DO DESTINO.
       01 WS-TAB-REGRAS.
          02 WS-RG OCCURS 50 TIMES.
             03 WS-RG-ORIGEM       PIC X(04).
             03 WS-RG-METODO       PIC X(01).
             03 WS-RG-PCT          PIC 9(03)V99.
             03 WS-RG-SITUACAO     PIC X(01).
               88 RG-APLICAR                VALUE 'S' FALSE 'N'.
             03 WS-RG-MOTIVO       PIC X(30).
             03 WS-RG-BASE         PIC 9(11)V99.
             03 WS-RG-VALOR        PIC 9(09)V99.
             03 WS-RG-CUM-BASE     PIC 9(11)V99.
             03 WS-RG-ENVIADO      PIC 9(09)V99.
             03 WS-RG-QTD-DEB      PIC 9(05).
             03 WS-RG-RECEBIDO     PIC 9(09)V99.
             03 WS-RG-QTD-CRED     PIC 9(05).
             03 WS-RG-QTD-DEST     PIC 9(02).
             03 WS-RD OCCURS 10 TIMES.
                04 WS-RD-DEPTO       PIC X(04).
                04 WS-RD-PCT         PIC 9(03)V99.
                04 WS-RD-BASE        PIC 9(11)V99.
                04 WS-RD-VALOR       PIC 9(09)V99.
                04 WS-RD-TOT-CODIGOS PIC 9(11)V99.
                04 WS-RD-CUM-CODIGOS PIC 9(11)V99.
                04 WS-RD-CREDITADO   PIC 9(09)V99.
       77 WS-QTD-REGRAS      PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RG          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RD          PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-BASE-DEST  PIC 9(11)V99 VALUE ZEROS.
       77 WS-CUM-BASE-DEST   PIC 9(11)V99 VALUE ZEROS.
       77 WS-DISTRIBUIDO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACUMULADO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-BASE-CODIGO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-CODIGO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-PARCELA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-LIMITE-LCT      PIC 9(07)V99 VALUE 9999999,99.
       77 WS-TIPO-LCT        PIC X(01) VALUE SPACES.
       77 WS-LINHA-REL       PIC X(80) VALUE SPACES.
       77 WS-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-BASE-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-ED          PIC ZZ9,99.
       77 WS-DIF-ED          PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-DIFERENCA       PIC S9(09)V99 VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LANCTOS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-APLICADAS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PULADAS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DIVERGENTES PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-ENVIADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-RECEBIDO  PIC 9(11)V99 VALUE ZEROS.

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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** RATEIO MENSAL DE CUSTOS COMPARTILHADOS *****'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:6) TO WS-PERIODO.

           PERFORM P0110-CARREGA-REGRAS THRU P0110-FIM.
           IF WS-QTD-REGRAS EQUAL ZEROS
               DISPLAY 'NENHUMA REGRA DE RATEIO ATIVA -'
                       ' CADASTRE PELO RATMNT.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-OK
               SET DAD-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           SET ST-RRG-OK TO TRUE.
           OPEN I-O RATREG.
           IF WS-ST-RRG EQUAL 35
               OPEN OUTPUT RATREG
               CLOSE RATREG
               OPEN I-O RATREG
           END-IF.
           IF ST-RRG-OK
               SET RRG-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE RATEIOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-RRG
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           SET ST-LCT-OK TO TRUE.
           OPEN EXTEND LANCTOS.
           IF WS-ST-LCT EQUAL 35
               OPEN OUTPUT LANCTOS
           END-IF.
           IF ST-LCT-OK
               SET LCT-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-LCT
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-GERREL.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-GERREL.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT GERREL.
           IF ST-REL-OK
               SET REL-ABERTO TO TRUE
               MOVE SPACES TO WS-LINHA-REL
               STRING '***** RATEIO DE CUSTOS - PERIODO '
                      WS-PERIODO ' *****'
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE RATEIO.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
           END-IF.

      *    PRIMEIRA PASSADA: BASES POR DEPARTAMENTO. DEPOIS O
      *    CADASTRO VOLTA AO INICIO PARA A PASSADA DOS LANCAMENTOS.
           PERFORM P0130-APURA-DEPTO THRU P0130-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.

           MOVE 1 TO WS-IDX-RG.
           PERFORM P0150-CALCULA-REGRA THRU P0150-FIM
                   UNTIL WS-IDX-RG > WS-QTD-REGRAS.

           IF WS-CONT-APLICADAS EQUAL ZEROS
               DISPLAY 'NENHUMA REGRA A RATEAR NO PERIODO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE ZEROS TO COD-DADOS.
           START DADOS1 KEY IS NOT LESS THAN COD-DADOS
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
       P0100-FIM.

       P0110-CARREGA-REGRAS.
           MOVE ZEROS TO WS-QTD-REGRAS.
           SET FIM-RAT-OK TO FALSE.

           SET ST-RAT-OK TO TRUE.
           OPEN INPUT RATEIO.
           IF NOT ST-RAT-OK
               DISPLAY 'REGRAS DE RATEIO RATEIO.DAT INDISPONIVEIS.'
               DISPLAY 'FILE STATUS: ' WS-ST-RAT
               GO TO P0110-FIM
           END-IF.

           PERFORM P0120-LE-REGRA THRU P0120-FIM
                   UNTIL FIM-RAT-OK.
           CLOSE RATEIO.
       P0110-FIM.

       P0120-LE-REGRA.
           READ RATEIO NEXT RECORD
               AT END
                   SET FIM-RAT-OK TO TRUE
                   GO TO P0120-FIM
           END-READ.

           IF NOT RAT-ATIVA
               GO TO P0120-FIM
           END-IF.

           IF WS-QTD-REGRAS NOT < 50
               DISPLAY 'ALERTA: TABELA DE REGRAS CHEIA (50) -'
                       ' ORIGEM ' RAT-DEPTO-ORIGEM ' FORA DO RATEIO.'
               GO TO P0120-FIM
           END-IF.

           ADD 1 TO WS-QTD-REGRAS.
           MOVE WS-QTD-REGRAS    TO WS-IDX-RG.
           MOVE RAT-DEPTO-ORIGEM TO WS-RG-ORIGEM(WS-IDX-RG).
           MOVE RAT-METODO       TO WS-RG-METODO(WS-IDX-RG).
           MOVE RAT-PCT-ORIGEM   TO WS-RG-PCT(WS-IDX-RG).
           MOVE RAT-QTD-DESTINOS TO WS-RG-QTD-DEST(WS-IDX-RG).
           SET RG-APLICAR(WS-IDX-RG) TO FALSE.
           MOVE SPACES TO WS-RG-MOTIVO(WS-IDX-RG).
           MOVE ZEROS  TO WS-RG-BASE(WS-IDX-RG)
                          WS-RG-VALOR(WS-IDX-RG)
                          WS-RG-CUM-BASE(WS-IDX-RG)
                          WS-RG-ENVIADO(WS-IDX-RG)
                          WS-RG-QTD-DEB(WS-IDX-RG)
                          WS-RG-RECEBIDO(WS-IDX-RG)
                          WS-RG-QTD-CRED(WS-IDX-RG).
           MOVE 1 TO WS-IDX-RD.
           PERFORM P0125-CARREGA-DESTINO THRU P0125-FIM
                   UNTIL WS-IDX-RD > 10.
       P0120-FIM.

       P0125-CARREGA-DESTINO.
           MOVE RAT-DEPTO-DESTINO(WS-IDX-RD)
             TO WS-RD-DEPTO(WS-IDX-RG WS-IDX-RD).
           MOVE RAT-PCT-DESTINO(WS-IDX-RD)
             TO WS-RD-PCT(WS-IDX-RG WS-IDX-RD).
           MOVE ZEROS TO WS-RD-BASE(WS-IDX-RG WS-IDX-RD)
                         WS-RD-VALOR(WS-IDX-RG WS-IDX-RD)
                         WS-RD-TOT-CODIGOS(WS-IDX-RG WS-IDX-RD)
                         WS-RD-CUM-CODIGOS(WS-IDX-RG WS-IDX-RD)
                         WS-RD-CREDITADO(WS-IDX-RG WS-IDX-RD).
           ADD 1 TO WS-IDX-RD.
       P0125-FIM.

       P0130-APURA-DEPTO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0130-FIM
           END-READ.

           IF NOT DADO-ATIVO
               GO TO P0130-FIM
           END-IF.

           MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA.
           PERFORM P0140-LOCALIZA-DEPTO THRU P0140-FIM.
           IF WS-DP-ACHADO EQUAL ZEROS
               PERFORM P0145-INCLUI-DEPTO THRU P0145-FIM
           END-IF.
           IF WS-DP-ACHADO EQUAL ZEROS
               GO TO P0130-FIM
           END-IF.

           ADD 1 TO WS-DP-QTD-ATIVOS(WS-DP-ACHADO).
           IF VALOR-DADOS > ZEROS
               ADD 1 TO WS-DP-QTD-POSIT(WS-DP-ACHADO)
               ADD VALOR-DADOS TO WS-DP-SOMA-POSIT(WS-DP-ACHADO)
           END-IF.
       P0130-FIM.

       P0140-LOCALIZA-DEPTO.
           MOVE ZEROS TO WS-DP-ACHADO.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0142-CONFERE-DEPTO THRU P0142-FIM
                   UNTIL WS-DP-ACHADO > ZEROS
                      OR WS-IDX-DP > WS-QTD-DEPTOS.
       P0140-FIM.

       P0142-CONFERE-DEPTO.
           IF WS-DP-DEPTO(WS-IDX-DP) EQUAL WS-DEPTO-PROCURA
               MOVE WS-IDX-DP TO WS-DP-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0142-FIM.

       P0145-INCLUI-DEPTO.
           IF WS-QTD-DEPTOS NOT < 200
               DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA (200) -'
                       ' DEPTO ' WS-DEPTO-PROCURA ' FORA DO RATEIO.'
               GO TO P0145-FIM
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-QTD-DEPTOS    TO WS-DP-ACHADO.
           MOVE WS-DEPTO-PROCURA TO WS-DP-DEPTO(WS-DP-ACHADO).
           MOVE ZEROS TO WS-DP-QTD-ATIVOS(WS-DP-ACHADO)
                         WS-DP-QTD-POSIT(WS-DP-ACHADO)
                         WS-DP-SOMA-POSIT(WS-DP-ACHADO).
       P0145-FIM.

       P0150-CALCULA-REGRA.
      *    O VALOR DA REGRA E O PERCENTUAL SOBRE O SALDO POSITIVO DOS
      *    CODIGOS ATIVOS DA ORIGEM; SALDO NEGATIVO NAO E CUSTO A
      *    REPASSAR.
           MOVE WS-PERIODO             TO RRG-PERIODO.
           MOVE WS-RG-ORIGEM(WS-IDX-RG) TO RRG-DEPTO-ORIGEM.
           READ RATREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'JA RATEADA NO PERIODO'
                     TO WS-RG-MOTIVO(WS-IDX-RG)
                   GO TO P0150-RELATA
           END-READ.

           MOVE WS-RG-ORIGEM(WS-IDX-RG) TO WS-DEPTO-PROCURA.
           PERFORM P0140-LOCALIZA-DEPTO THRU P0140-FIM.
           IF WS-DP-ACHADO > ZEROS
               MOVE WS-DP-SOMA-POSIT(WS-DP-ACHADO)
                 TO WS-RG-BASE(WS-IDX-RG)
           END-IF.

           COMPUTE WS-RG-VALOR(WS-IDX-RG) ROUNDED =
                   WS-RG-BASE(WS-IDX-RG) * WS-RG-PCT(WS-IDX-RG) / 100
               ON SIZE ERROR
                   MOVE 'VALOR A RATEAR EXCEDE O LIMITE'
                     TO WS-RG-MOTIVO(WS-IDX-RG)
                   GO TO P0150-RELATA
           END-COMPUTE.
           IF WS-RG-VALOR(WS-IDX-RG) EQUAL ZEROS
               MOVE 'ORIGEM SEM SALDO A RATEAR'
                 TO WS-RG-MOTIVO(WS-IDX-RG)
               GO TO P0150-RELATA
           END-IF.

           MOVE ZEROS TO WS-SOMA-BASE-DEST.
           MOVE 1 TO WS-IDX-RD.
           PERFORM P0160-BASE-DESTINO THRU P0160-FIM
                   UNTIL WS-IDX-RD > WS-RG-QTD-DEST(WS-IDX-RG)
                      OR WS-RG-MOTIVO(WS-IDX-RG) NOT EQUAL SPACES.
           IF WS-RG-MOTIVO(WS-IDX-RG) NOT EQUAL SPACES
               GO TO P0150-RELATA
           END-IF.
           IF WS-SOMA-BASE-DEST EQUAL ZEROS
               MOVE 'DESTINOS SEM BASE DE RATEIO'
                 TO WS-RG-MOTIVO(WS-IDX-RG)
               GO TO P0150-RELATA
           END-IF.

           MOVE ZEROS TO WS-CUM-BASE-DEST WS-DISTRIBUIDO.
           MOVE 1 TO WS-IDX-RD.
           PERFORM P0165-PARTE-DESTINO THRU P0165-FIM
                   UNTIL WS-IDX-RD > WS-RG-QTD-DEST(WS-IDX-RG).

           PERFORM P0170-REGISTRA-REGRA THRU P0170-FIM.
           IF WS-RG-MOTIVO(WS-IDX-RG) NOT EQUAL SPACES
               GO TO P0150-RELATA
           END-IF.

           SET RG-APLICAR(WS-IDX-RG) TO TRUE.
           ADD 1 TO WS-CONT-APLICADAS.
           MOVE WS-RG-PCT(WS-IDX-RG)   TO WS-PCT-ED.
           MOVE WS-RG-BASE(WS-IDX-RG)  TO WS-BASE-ED.
           MOVE WS-RG-VALOR(WS-IDX-RG) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'REGRA ' WS-RG-ORIGEM(WS-IDX-RG)
                  ' METODO ' WS-RG-METODO(WS-IDX-RG)
                  ' ' WS-PCT-ED '% DE ' WS-BASE-ED
                  ' = ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
           MOVE 1 TO WS-IDX-RD.
           PERFORM P0175-RELATA-DESTINO THRU P0175-FIM
                   UNTIL WS-IDX-RD > WS-RG-QTD-DEST(WS-IDX-RG).
           GO TO P0150-PROXIMA.

       P0150-RELATA.
           ADD 1 TO WS-CONT-PULADAS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'REGRA ' WS-RG-ORIGEM(WS-IDX-RG)
                  ' NAO RATEADA - ' WS-RG-MOTIVO(WS-IDX-RG)
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.

       P0150-PROXIMA.
           ADD 1 TO WS-IDX-RG.
       P0150-FIM.

       P0160-BASE-DESTINO.
      *    BASE DA DIVISAO ENTRE DESTINOS (PERCENTUAL, SALDO OU
      *    QUANTIDADE) E BASE DA DIVISAO DENTRO DO DESTINO (SALDO NO
      *    METODO V, UM POR CODIGO ATIVO NOS DEMAIS).
           MOVE WS-RD-DEPTO(WS-IDX-RG WS-IDX-RD) TO WS-DEPTO-PROCURA.
           PERFORM P0140-LOCALIZA-DEPTO THRU P0140-FIM.

           IF WS-DP-ACHADO EQUAL ZEROS
               IF WS-RG-METODO(WS-IDX-RG) EQUAL 'P'
                   STRING 'DESTINO ' WS-DEPTO-PROCURA
                          ' SEM CODIGOS ATIVOS'
                          DELIMITED BY SIZE
                          INTO WS-RG-MOTIVO(WS-IDX-RG)
               END-IF
               ADD 1 TO WS-IDX-RD
               GO TO P0160-FIM
           END-IF.

           EVALUATE WS-RG-METODO(WS-IDX-RG)
               WHEN 'P'
                   MOVE WS-RD-PCT(WS-IDX-RG WS-IDX-RD)
                     TO WS-RD-BASE(WS-IDX-RG WS-IDX-RD)
                   MOVE WS-DP-QTD-ATIVOS(WS-DP-ACHADO)
                     TO WS-RD-TOT-CODIGOS(WS-IDX-RG WS-IDX-RD)
               WHEN 'V'
                   MOVE WS-DP-SOMA-POSIT(WS-DP-ACHADO)
                     TO WS-RD-BASE(WS-IDX-RG WS-IDX-RD)
                        WS-RD-TOT-CODIGOS(WS-IDX-RG WS-IDX-RD)
               WHEN OTHER
                   MOVE WS-DP-QTD-ATIVOS(WS-DP-ACHADO)
                     TO WS-RD-BASE(WS-IDX-RG WS-IDX-RD)
                        WS-RD-TOT-CODIGOS(WS-IDX-RG WS-IDX-RD)
           END-EVALUATE.
           ADD WS-RD-BASE(WS-IDX-RG WS-IDX-RD) TO WS-SOMA-BASE-DEST.
           ADD 1 TO WS-IDX-RD.
       P0160-FIM.

       P0165-PARTE-DESTINO.
           ADD WS-RD-BASE(WS-IDX-RG WS-IDX-RD) TO WS-CUM-BASE-DEST.
           COMPUTE WS-ACUMULADO ROUNDED =
                   WS-CUM-BASE-DEST * WS-RG-VALOR(WS-IDX-RG)
                 / WS-SOMA-BASE-DEST.
           COMPUTE WS-RD-VALOR(WS-IDX-RG WS-IDX-RD) =
                   WS-ACUMULADO - WS-DISTRIBUIDO.
           MOVE WS-ACUMULADO TO WS-DISTRIBUIDO.
           ADD 1 TO WS-IDX-RD.
       P0165-FIM.

       P0170-REGISTRA-REGRA.
      *    O REGISTRO DO PERIODO E GRAVADO ANTES DOS LANCAMENTOS: SE
      *    FALHAR, A REGRA NAO GERA NADA E PODE SER RATEADA DEPOIS
      *    SEM RISCO DE DOBRA. OS TOTAIS EFETIVOS SAO REGRAVADOS NO
      *    FIM DA CORRIDA.
           MOVE WS-PERIODO              TO RRG-PERIODO.
           MOVE WS-RG-ORIGEM(WS-IDX-RG)  TO RRG-DEPTO-ORIGEM.
           MOVE WS-RG-METODO(WS-IDX-RG)  TO RRG-METODO.
           MOVE WS-RG-PCT(WS-IDX-RG)     TO RRG-PCT-ORIGEM.
           MOVE WS-RG-BASE(WS-IDX-RG)    TO RRG-BASE-ORIGEM.
           MOVE WS-RG-VALOR(WS-IDX-RG)   TO RRG-VALOR-RATEADO.
           MOVE ZEROS TO RRG-TOTAL-ENVIADO RRG-TOTAL-RECEBIDO
                         RRG-QTD-DEBITOS RRG-QTD-CREDITOS.
           MOVE WS-RG-QTD-DEST(WS-IDX-RG) TO RRG-QTD-DESTINOS.
           MOVE 1 TO WS-IDX-RD.
           PERFORM P0172-REGISTRA-DESTINO THRU P0172-FIM
                   UNTIL WS-IDX-RD > 10.
           MOVE WS-HOJE                 TO RRG-DATA.
           ACCEPT RRG-HORA FROM TIME.
           MOVE LK-OPERADOR             TO RRG-OPERADOR.

           WRITE RG-RATREG
               INVALID KEY
                   MOVE 'ERRO NO REGISTRO DE RATEIOS'
                     TO WS-RG-MOTIVO(WS-IDX-RG)
           END-WRITE.
       P0170-FIM.

       P0172-REGISTRA-DESTINO.
           MOVE WS-RD-DEPTO(WS-IDX-RG WS-IDX-RD)
             TO RRG-DEPTO-DESTINO(WS-IDX-RD).
           MOVE WS-RD-BASE(WS-IDX-RG WS-IDX-RD)
             TO RRG-BASE-DESTINO(WS-IDX-RD).
           MOVE WS-RD-VALOR(WS-IDX-RG WS-IDX-RD)
             TO RRG-VALOR-DESTINO(WS-IDX-RD).
           ADD 1 TO WS-IDX-RD.
       P0172-FIM.

       P0175-RELATA-DESTINO.
           MOVE WS-RD-BASE(WS-IDX-RG WS-IDX-RD)  TO WS-BASE-ED.
           MOVE WS-RD-VALOR(WS-IDX-RG WS-IDX-RD) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING '   DESTINO ' WS-RD-DEPTO(WS-IDX-RG WS-IDX-RD)
                  ' BASE ' WS-BASE-ED
                  ' PARTE ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
           ADD 1 TO WS-IDX-RD.
       P0175-FIM.

       P0200-PROCESSA.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   IF DADO-ATIVO
                       MOVE 1 TO WS-IDX-RG
                       PERFORM P0210-APLICA-REGRA THRU P0210-FIM
                               UNTIL WS-IDX-RG > WS-QTD-REGRAS
                   END-IF
           END-READ.
       P0200-FIM.

       P0210-APLICA-REGRA.
      *    UM CODIGO PODE SER ORIGEM DE UMA REGRA E DESTINO DE
      *    OUTRAS; CADA PAPEL GERA O SEU PROPRIO LANCAMENTO.
           IF NOT RG-APLICAR(WS-IDX-RG)
               GO TO P0210-PROXIMA
           END-IF.

           IF DEPTO-DADOS EQUAL WS-RG-ORIGEM(WS-IDX-RG)
              AND VALOR-DADOS > ZEROS
               ADD VALOR-DADOS TO WS-RG-CUM-BASE(WS-IDX-RG)
               COMPUTE WS-ACUMULADO ROUNDED =
                       WS-RG-CUM-BASE(WS-IDX-RG)
                     * WS-RG-VALOR(WS-IDX-RG)
                     / WS-RG-BASE(WS-IDX-RG)
               COMPUTE WS-VALOR-CODIGO =
                       WS-ACUMULADO - WS-RG-ENVIADO(WS-IDX-RG)
               IF WS-VALOR-CODIGO > ZEROS
                   MOVE 'D' TO WS-TIPO-LCT
                   PERFORM P0240-GERA-LANCTO THRU P0240-FIM
                   ADD WS-VALOR-CODIGO TO WS-RG-ENVIADO(WS-IDX-RG)
                   ADD 1 TO WS-RG-QTD-DEB(WS-IDX-RG)
               END-IF
           END-IF.

           MOVE 1 TO WS-IDX-RD.
           PERFORM P0220-CREDITA-DESTINO THRU P0220-FIM
                   UNTIL WS-IDX-RD > WS-RG-QTD-DEST(WS-IDX-RG).

       P0210-PROXIMA.
           ADD 1 TO WS-IDX-RG.
       P0210-FIM.

       P0220-CREDITA-DESTINO.
           IF DEPTO-DADOS NOT EQUAL WS-RD-DEPTO(WS-IDX-RG WS-IDX-RD)
              OR WS-RD-VALOR(WS-IDX-RG WS-IDX-RD) EQUAL ZEROS
               GO TO P0220-PROXIMO
           END-IF.

           IF WS-RG-METODO(WS-IDX-RG) EQUAL 'V'
               IF VALOR-DADOS > ZEROS
                   MOVE VALOR-DADOS TO WS-BASE-CODIGO
               ELSE
                   GO TO P0220-PROXIMO
               END-IF
           ELSE
               MOVE 1 TO WS-BASE-CODIGO
           END-IF.

           ADD WS-BASE-CODIGO
             TO WS-RD-CUM-CODIGOS(WS-IDX-RG WS-IDX-RD).
           COMPUTE WS-ACUMULADO ROUNDED =
                   WS-RD-CUM-CODIGOS(WS-IDX-RG WS-IDX-RD)
                 * WS-RD-VALOR(WS-IDX-RG WS-IDX-RD)
                 / WS-RD-TOT-CODIGOS(WS-IDX-RG WS-IDX-RD).
           COMPUTE WS-VALOR-CODIGO = WS-ACUMULADO
                 - WS-RD-CREDITADO(WS-IDX-RG WS-IDX-RD).
           IF WS-VALOR-CODIGO > ZEROS
               MOVE 'C' TO WS-TIPO-LCT
               PERFORM P0240-GERA-LANCTO THRU P0240-FIM
               ADD WS-VALOR-CODIGO
                 TO WS-RD-CREDITADO(WS-IDX-RG WS-IDX-RD)
                    WS-RG-RECEBIDO(WS-IDX-RG)
               ADD 1 TO WS-RG-QTD-CRED(WS-IDX-RG)
           END-IF.

       P0220-PROXIMO.
           ADD 1 TO WS-IDX-RD.
       P0220-FIM.

       P0240-GERA-LANCTO.
      *    VALOR ACIMA DO CAMPO DO LANCAMENTO SAI EM MAIS DE UMA
      *    LINHA PARA O MESMO CODIGO.
           MOVE WS-VALOR-CODIGO TO WS-BASE-CODIGO.
           PERFORM P0245-GRAVA-PARCELA THRU P0245-FIM
                   UNTIL WS-BASE-CODIGO EQUAL ZEROS.
       P0240-FIM.

       P0245-GRAVA-PARCELA.
           IF WS-BASE-CODIGO > WS-LIMITE-LCT
               MOVE WS-LIMITE-LCT  TO WS-VALOR-PARCELA
           ELSE
               MOVE WS-BASE-CODIGO TO WS-VALOR-PARCELA
           END-IF.
           MOVE COD-DADOS        TO LCT-COD-DADOS.
           MOVE WS-TIPO-LCT      TO LCT-TIPO.
           MOVE WS-VALOR-PARCELA TO LCT-VALOR.
           MOVE 'RAT'            TO LCT-MOTIVO.
           MOVE WS-HOJE          TO LCT-DATA.
           WRITE RG-LANCTO.
           ADD 1 TO WS-CONT-LANCTOS.
           SUBTRACT WS-VALOR-PARCELA FROM WS-BASE-CODIGO.
       P0245-FIM.

       P0260-GRAVA-LINHA.
           IF REL-ABERTO
               WRITE RG-GERREL FROM WS-LINHA-REL
           END-IF.
           DISPLAY WS-LINHA-REL.
       P0260-FIM.

       P0500-FINALIZA.
           IF WS-CONT-APLICADAS > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               PERFORM P0260-GRAVA-LINHA THRU P0260-FIM
               MOVE 'PROVA DO RATEIO: ENVIADO PELAS ORIGENS CONTRA'
                 TO WS-LINHA-REL
               MOVE ' RECEBIDO PELOS DESTINOS' TO WS-LINHA-REL(46:)
               PERFORM P0260-GRAVA-LINHA THRU P0260-FIM
               MOVE 1 TO WS-IDX-RG
               PERFORM P0510-PROVA-REGRA THRU P0510-FIM
                       UNTIL WS-IDX-RG > WS-QTD-REGRAS
               COMPUTE WS-DIFERENCA =
                       WS-TOTAL-ENVIADO - WS-TOTAL-RECEBIDO
               MOVE WS-TOTAL-ENVIADO  TO WS-VALOR-ED
               MOVE WS-TOTAL-RECEBIDO TO WS-VALOR2-ED
               MOVE WS-DIFERENCA      TO WS-DIF-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'TOTAL ENVIADO ' WS-VALOR-ED
                      ' RECEBIDO ' WS-VALOR2-ED
                      ' DIF ' WS-DIF-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM P0260-GRAVA-LINHA THRU P0260-FIM
               MOVE SPACES TO WS-LINHA-REL
               IF WS-CONT-DIVERGENTES EQUAL ZEROS
                   MOVE 'RATEIO BALANCEADO - ENVIADO IGUAL AO RECEBIDO'
                     TO WS-LINHA-REL
               ELSE
                   STRING 'RATEIO DIVERGENTE EM ' WS-CONT-DIVERGENTES
                          ' REGRA(S) - CONFERIR ANTES DE CONTABILIZAR'
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   MOVE 4 TO LK-RETORNO
               END-IF
               PERFORM P0260-GRAVA-LINHA THRU P0260-FIM
           END-IF.

           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF RRG-ABERTO
               CLOSE RATREG
           END-IF.
           IF LCT-ABERTO
               CLOSE LANCTOS
           END-IF.
           IF REL-ABERTO
               MOVE SPACES TO WS-LINHA-REL
               STRING 'LIDOS: '        WS-CONT-LIDOS
                      ' REGRAS RATEADAS: ' WS-CONT-APLICADAS
                      ' NAO RATEADAS: ' WS-CONT-PULADAS
                      ' LANCAMENTOS: ' WS-CONT-LANCTOS
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               CLOSE GERREL
               DISPLAY 'RELATORIO DE RATEIO GRAVADO EM RATLOG.'
                       WS-HOJE
           END-IF.
           MOVE WS-CONT-LIDOS     TO LK-CONT-LIDOS.
           MOVE WS-CONT-LANCTOS   TO LK-CONT-GRAVADOS.
           MOVE WS-CONT-PULADAS   TO LK-CONT-REJEITADOS.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS LIDOS.........: ' WS-CONT-LIDOS.
           DISPLAY 'REGRAS RATEADAS.......: ' WS-CONT-APLICADAS.
           DISPLAY 'REGRAS NAO RATEADAS...: ' WS-CONT-PULADAS.
           DISPLAY 'LANCAMENTOS GERADOS...: ' WS-CONT-LANCTOS.
           DISPLAY 'OS LANCAMENTOS FORAM ACRESCENTADOS EM LANCTOS.TXT'
           DISPLAY 'PARA O MOTOR DE LANCAMENTOS APLICAR.'.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0510-PROVA-REGRA.
      *    A REGRA FECHA QUANDO O DEBITADO NA ORIGEM, O CREDITADO NOS
      *    DESTINOS E O VALOR CALCULADO SAO O MESMO; O REGISTRO DO
      *    PERIODO RECEBE OS TOTAIS EFETIVOS.
           IF NOT RG-APLICAR(WS-IDX-RG)
               GO TO P0510-PROXIMA
           END-IF.

           ADD WS-RG-ENVIADO(WS-IDX-RG)  TO WS-TOTAL-ENVIADO.
           ADD WS-RG-RECEBIDO(WS-IDX-RG) TO WS-TOTAL-RECEBIDO.
           COMPUTE WS-DIFERENCA = WS-RG-ENVIADO(WS-IDX-RG)
                                - WS-RG-RECEBIDO(WS-IDX-RG).
           MOVE WS-RG-ENVIADO(WS-IDX-RG)  TO WS-VALOR-ED.
           MOVE WS-RG-RECEBIDO(WS-IDX-RG) TO WS-VALOR2-ED.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING WS-RG-ORIGEM(WS-IDX-RG)
                  ' ENVIADO ' WS-VALOR-ED
                  ' RECEBIDO ' WS-VALOR2-ED
                  ' DIF ' WS-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           IF WS-DIFERENCA NOT EQUAL ZEROS
              OR WS-RG-ENVIADO(WS-IDX-RG)
                 NOT EQUAL WS-RG-VALOR(WS-IDX-RG)
               ADD 1 TO WS-CONT-DIVERGENTES
               MOVE ' DIVERGE' TO WS-LINHA-REL(73:)
           END-IF.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.

           IF RRG-ABERTO
               MOVE WS-PERIODO              TO RRG-PERIODO
               MOVE WS-RG-ORIGEM(WS-IDX-RG) TO RRG-DEPTO-ORIGEM
               READ RATREG
                   INVALID KEY
                       DISPLAY 'REGISTRO DE RATEIO DE '
                               WS-RG-ORIGEM(WS-IDX-RG)
                               ' NAO ENCONTRADO PARA OS TOTAIS.'
                   NOT INVALID KEY
                       MOVE WS-RG-ENVIADO(WS-IDX-RG)
                         TO RRG-TOTAL-ENVIADO
                       MOVE WS-RG-RECEBIDO(WS-IDX-RG)
                         TO RRG-TOTAL-RECEBIDO
                       MOVE WS-RG-QTD-DEB(WS-IDX-RG)
                         TO RRG-QTD-DEBITOS
                       MOVE WS-RG-QTD-CRED(WS-IDX-RG)
                         TO RRG-QTD-CREDITOS
                       REWRITE RG-RATREG
               END-READ
           END-IF.

       P0510-PROXIMA.
           ADD 1 TO WS-IDX-RG.
       P0510-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RATEIO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RATEIO-DAT.
           MOVE 'RATREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RATREG-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'LANCTOS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LANCTOS-TXT.
           MOVE 'RATLOG.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
