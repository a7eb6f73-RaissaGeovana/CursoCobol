      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ciclo de cobranca dos saldos devedores - percorre
      *          DADOS1.DAT e poe no ciclo (COBRANCA.DAT, nivel 1) todo
      *          codigo com VALOR-DADOS negativo; codigo que ja esta
      *          no ciclo sobe de nivel (ate o 3) quando passa, sem
      *          regularizar, o numero de dias configurado em
      *          COBRPRZ.TXT desde que atingiu o nivel corrente
      *          (padrao 15 dias do nivel 1 para o 2 e 30 do 2 para o
      *          3); codigo que voltou a zero ou positivo, ou que nao
      *          existe mais no cadastro, sai do ciclo sozinho. Cada
      *          entrada ou subida deixa a carta do nivel pendente
      *          para o CARTAS imprimir no modo de cobranca. O
      *          relatorio gerencial e o COBRREL.
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

              SELECT COBRANCA ASSIGN TO WS-ARQ-COBRANCA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COB-COD-DADOS
              FILE STATUS IS WS-ST-COB.

              SELECT COBRPRZ ASSIGN TO WS-ARQ-COBRPRZ-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PRZ.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD DADOS1.
       COPY FD_CRUD.

       FD COBRANCA.
       COPY FD_COBRANCA.

       FD COBRPRZ.
      *    DIAS SEM REGULARIZAR PARA SUBIR DO NIVEL 1 PARA O 2 E DO
      *    NIVEL 2 PARA O 3 (EX: 015030).
       01  RG-COBRPRZ.
           02  PRZ-DIAS-NIVEL2 PIC 9(03).
           02  PRZ-DIAS-NIVEL3 PIC 9(03).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-COBRANCA-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-COBRPRZ-TXT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-COB          PIC 99.
         88 ST-COB-OK         VALUE 0.
       77 WS-ST-PRZ          PIC 99.
         88 ST-PRZ-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-COB-ABERTO      PIC X     VALUE 'N'.
         88 COB-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HOJE.
           02 WS-HOJE-ANO    PIC 9(04).
           02 WS-HOJE-MES    PIC 9(02).
           02 WS-HOJE-DIA    PIC 9(02).
       77 WS-DIAS-NIVEL2     PIC 9(03) VALUE 15.
       77 WS-DIAS-NIVEL3     PIC 9(03) VALUE 30.
       77 WS-DIAS-PRAZO      PIC 9(03) VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) COMP VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(06) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(08) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-HOJE     PIC S9(08) COMP VALUE ZEROS.
       77 WS-DIAS-NO-NIVEL   PIC S9(05) COMP VALUE ZEROS.
       77 WS-VALOR-ED        PIC -ZZZZZZ9,99.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ENTRADAS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SUBIDAS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SAIDAS     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-NO-CICLO   PIC 9(05) VALUE ZEROS.

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
           PERFORM P0300-VARRE-CICLO THRU P0300-FIM.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '********** CICLO DE COBRANCA **********'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE WS-HOJE-DIA TO WS-CALC-DIA.
           PERFORM P0150-DIA-SERIAL THRU P0150-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

           PERFORM P0120-CARREGA-PRAZOS THRU P0120-FIM.

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

           SET ST-COB-OK TO TRUE.
           OPEN I-O COBRANCA.
           IF WS-ST-COB EQUAL 35
               OPEN OUTPUT COBRANCA
               CLOSE COBRANCA
               OPEN I-O COBRANCA
           END-IF.
           IF ST-COB-OK
               SET COB-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCA.'
               DISPLAY 'FILE STATUS: ' WS-ST-COB
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
           END-IF.
       P0100-FIM.

       P0120-CARREGA-PRAZOS.
      *    PRAZOS EM DIAS LIDOS DE COBRPRZ.TXT; SEM O ARQUIVO (OU COM
      *    PRAZO ZERADO) VALEM OS PADROES DE 15 E 30 DIAS.
           SET ST-PRZ-OK TO TRUE.
           OPEN INPUT COBRPRZ.

           IF ST-PRZ-OK
               READ COBRPRZ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRZ-DIAS-NIVEL2 NOT EQUAL ZEROS
                           MOVE PRZ-DIAS-NIVEL2 TO WS-DIAS-NIVEL2
                       END-IF
                       IF PRZ-DIAS-NIVEL3 NOT EQUAL ZEROS
                           MOVE PRZ-DIAS-NIVEL3 TO WS-DIAS-NIVEL3
                       END-IF
               END-READ
               CLOSE COBRPRZ
           END-IF.
           DISPLAY 'PRAZOS: NIVEL 1->2 ' WS-DIAS-NIVEL2
                   ' DIAS, NIVEL 2->3 ' WS-DIAS-NIVEL3 ' DIAS.'.
       P0120-FIM.

       P0150-DIA-SERIAL.
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
       P0150-FIM.

       P0200-PROCESSA.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P0210-AVALIA-CODIGO THRU P0210-FIM
           END-READ.
       P0200-FIM.

       P0210-AVALIA-CODIGO.
           MOVE COD-DADOS TO COB-COD-DADOS.
           READ COBRANCA
               INVALID KEY
                   IF VALOR-DADOS < ZEROS
                       PERFORM P0220-ENTRA-CICLO THRU P0220-FIM
                   END-IF
                   GO TO P0210-FIM
           END-READ.

           IF VALOR-DADOS NOT < ZEROS
               IF COB-EM-COBRANCA
                   PERFORM P0240-SAI-CICLO THRU P0240-FIM
               END-IF
               GO TO P0210-FIM
           END-IF.

           IF COB-QUITADO
               PERFORM P0220-ENTRA-CICLO THRU P0220-FIM
           ELSE
               PERFORM P0230-AVALIA-NIVEL THRU P0230-FIM
           END-IF.
       P0210-FIM.

       P0220-ENTRA-CICLO.
      *    ENTRADA (OU REENTRADA DEPOIS DE QUITADO) NO NIVEL 1, COM
      *    A CARTA DO NIVEL PENDENTE.
           MOVE COD-DADOS   TO COB-COD-DADOS.
           MOVE DEPTO-DADOS TO COB-DEPTO.
           MOVE 1           TO COB-NIVEL.
           SET COB-EM-COBRANCA TO TRUE.
           MOVE WS-HOJE     TO COB-DATA-ENTRADA COB-DATA-NIVEL
                               COB-DATA-ULT.
           MOVE ZEROS       TO COB-DATA-SAIDA COB-CARTA-NIVEL
                               COB-DATA-CARTA.
           MOVE VALOR-DADOS TO COB-VALOR.

           WRITE RG-COBRANCA
               INVALID KEY
                   REWRITE RG-COBRANCA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A COBRANCA DO'
                                   ' CODIGO ' COD-DADOS
                           GO TO P0220-FIM
                   END-REWRITE
           END-WRITE.

           ADD 1 TO WS-CONT-ENTRADAS WS-CONT-NO-CICLO.
           MOVE VALOR-DADOS TO WS-VALOR-ED.
           DISPLAY 'ENTRA NO CICLO: ' COD-DADOS ' ' DEPTO-DADOS
                   ' SALDO ' WS-VALOR-ED.
       P0220-FIM.

       P0230-AVALIA-NIVEL.
      *    SOBE UM NIVEL POR CORRIDA QUANDO O PRAZO DO NIVEL CORRENTE
      *    VENCEU SEM REGULARIZACAO; O NIVEL 3 E O ULTIMO.
           MOVE DEPTO-DADOS TO COB-DEPTO.
           MOVE VALOR-DADOS TO COB-VALOR.
           MOVE WS-HOJE     TO COB-DATA-ULT.
           ADD 1 TO WS-CONT-NO-CICLO.

           IF COB-NIVEL < 3
               IF COB-NIVEL EQUAL 1
                   MOVE WS-DIAS-NIVEL2 TO WS-DIAS-PRAZO
               ELSE
                   MOVE WS-DIAS-NIVEL3 TO WS-DIAS-PRAZO
               END-IF
               MOVE COB-DATA-NIVEL(1:4) TO WS-CALC-ANO
               MOVE COB-DATA-NIVEL(5:2) TO WS-CALC-MES
               MOVE COB-DATA-NIVEL(7:2) TO WS-CALC-DIA
               PERFORM P0150-DIA-SERIAL THRU P0150-FIM
               COMPUTE WS-DIAS-NO-NIVEL =
                       WS-SERIAL-HOJE - WS-SERIAL-SAIDA
               IF WS-DIAS-NO-NIVEL NOT < WS-DIAS-PRAZO
                   ADD 1 TO COB-NIVEL
                   MOVE WS-HOJE TO COB-DATA-NIVEL
                   ADD 1 TO WS-CONT-SUBIDAS
                   MOVE VALOR-DADOS TO WS-VALOR-ED
                   DISPLAY 'SOBE PARA O NIVEL ' COB-NIVEL ': '
                           COD-DADOS ' ' DEPTO-DADOS
                           ' SALDO ' WS-VALOR-ED
               END-IF
           END-IF.

           REWRITE RG-COBRANCA
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A COBRANCA DO CODIGO '
                           COD-DADOS
           END-REWRITE.
       P0230-FIM.

       P0240-SAI-CICLO.
           SET COB-QUITADO TO TRUE.
           MOVE WS-HOJE     TO COB-DATA-SAIDA COB-DATA-ULT.
           MOVE VALOR-DADOS TO COB-VALOR.
           REWRITE RG-COBRANCA
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A COBRANCA DO CODIGO '
                           COD-DADOS
                   GO TO P0240-FIM
           END-REWRITE.
           ADD 1 TO WS-CONT-SAIDAS.
           DISPLAY 'SAI DO CICLO (REGULARIZADO): ' COD-DADOS.
       P0240-FIM.

       P0300-VARRE-CICLO.
      *    CODIGO AINDA EM COBRANCA QUE A PASSADA NO CADASTRO NAO
      *    ALCANCOU HOJE FOI EXCLUIDO DO DADOS1 - SAI DO CICLO.
           IF NOT COB-ABERTO OR NOT DAD-ABERTO
               GO TO P0300-FIM
           END-IF.

           MOVE ZEROS TO COB-COD-DADOS.
           START COBRANCA KEY IS NOT LESS THAN COB-COD-DADOS
               INVALID KEY
                   GO TO P0300-FIM
           END-START.

           SET FIM-OK TO FALSE.
           PERFORM P0310-CONFERE-CICLO THRU P0310-FIM
                   UNTIL FIM-OK.
       P0300-FIM.

       P0310-CONFERE-CICLO.
           READ COBRANCA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

           IF COB-EM-COBRANCA AND COB-DATA-ULT < WS-HOJE
               SET COB-QUITADO TO TRUE
               MOVE WS-HOJE TO COB-DATA-SAIDA COB-DATA-ULT
               REWRITE RG-COBRANCA
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR A COBRANCA DO'
                               ' CODIGO ' COB-COD-DADOS
                       GO TO P0310-FIM
               END-REWRITE
               ADD 1 TO WS-CONT-SAIDAS
               DISPLAY 'SAI DO CICLO (CODIGO EXCLUIDO): '
                       COB-COD-DADOS
           END-IF.
       P0310-FIM.

       P0500-FINALIZA.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF COB-ABERTO
               CLOSE COBRANCA
           END-IF.
           MOVE WS-CONT-LIDOS(3:5) TO LK-CONT-LIDOS.
           COMPUTE LK-CONT-GRAVADOS = WS-CONT-ENTRADAS
                                    + WS-CONT-SUBIDAS.
           MOVE ZEROS TO LK-CONT-REJEITADOS.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS LIDOS.........: ' WS-CONT-LIDOS.
           DISPLAY 'ENTRADAS NO CICLO.....: ' WS-CONT-ENTRADAS.
           DISPLAY 'SUBIDAS DE NIVEL......: ' WS-CONT-SUBIDAS.
           DISPLAY 'SAIDAS DO CICLO.......: ' WS-CONT-SAIDAS.
           DISPLAY 'CODIGOS EM COBRANCA...: ' WS-CONT-NO-CICLO.
           DISPLAY 'AS CARTAS PENDENTES SAEM PELO CARTAS, MODO DE'
           DISPLAY 'COBRANCA.'.
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
           MOVE 'COBRANCA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-COBRANCA-DAT.
           MOVE 'COBRPRZ.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-COBRPRZ-TXT.
       9600-FIM.

       COPY PERFIL.
