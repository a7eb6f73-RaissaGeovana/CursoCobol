      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tempos de atendimento das filas de trabalho no mes -
      *          le o log de atendimento (ATENDIM.TXT, gravado pelo
      *          APRALT, SUSPMNT e CASOMNT a cada item encerrado) e,
      *          para o mes pedido (AAAAMM, zeros = mes anterior),
      *          mostra por fila, por fila e departamento e por fila
      *          e operador a quantidade encerrada, o tempo medio e o
      *          percentil 90 em horas corridas, os encerrados acima
      *          da meta e o percentual no prazo. A meta em horas de
      *          cada fila vem de SLAMETA.TXT (sem o arquivo valem
      *          PENDALT 24, SUSPENSO 48 e CASOS 120). O item sem
      *          departamento proprio (SUSPENSO, CASOS) conta no
      *          departamento do operador que decidiu (OPERMST.DAT).
      *          O resumo por fila traz os itens que entraram no mes,
      *          o que segue em aberto hoje (PENDALT.DAT, SUSPENSO.DAT
      *          e os casos abertos de CASOS.DAT) e quanto disso ja
      *          passou da meta, com a tendencia contra o mes
      *          anterior. Relatorio pelo PRINTSRV em
      *          SLAREL.AAAAMMDD.TXT, registrado no catalogo de
      *          relatorios. O operador ve so os departamentos da sua
      *          empresa (EMPRSRV), e por operador so os operadores
      *          dela; a fila SUSPENSO, sem departamento, so entra em
      *          aberto na visao consolidada.
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
              SELECT ATENDIM ASSIGN TO WS-ARQ-ATENDIM-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST.

              SELECT SLAMETA ASSIGN TO WS-ARQ-SLAMETA-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-META.

              SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST-FILA.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-FILA.

              SELECT CASOS ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-FILA.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-CAT.

              SELECT WORKSLA ASSIGN TO WS-ARQ-SLAREL-SRT.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD ATENDIM.
       COPY FD_ATEND.

       FD SLAMETA.
      *    META DE ATENDIMENTO POR FILA, UMA LINHA POR FILA
      *    (EX: SUSPENSO 0048 = 48 HORAS CORRIDAS).
       01  RG-SLAMETA.
           02  MET-FILA            PIC X(08).
           02  FILLER              PIC X(01).
           02  MET-HORAS           PIC 9(04).

       FD PENDALT.
       COPY FD_PENDALT.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD CASOS.
       COPY FD_CASO.

       FD OPERMST.
       COPY FD_OPER.

       FD RELCAT.
       COPY FD_RELCAT.

       SD WORKSLA.
       01 SD-ATEND.
          02 SD-CHAVE-GRUPO.
             03 SD-DIMENSAO        PIC 9(01).
                88 SD-POR-FILA     VALUE 1.
                88 SD-POR-DEPTO    VALUE 2.
                88 SD-POR-OPERADOR VALUE 3.
             03 SD-FILA            PIC X(08).
             03 SD-GRUPO           PIC X(08).
          02 SD-MINUTOS            PIC 9(09).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-ATENDIM-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SLAMETA-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDALT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SLAREL-SRT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-META         PIC 99.
         88 ST-META-OK        VALUE 0.
       77 WS-ST-FILA         PIC 99.
         88 ST-FILA-OK        VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-SORT        PIC X.
         88 FIM-SORT-OK       VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-LOG-ABERTO      PIC X     VALUE 'N'.
         88 LOG-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X     VALUE 'N'.
         88 OPER-ABERTO                VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
      *    MES DO RELATORIO E MES ANTERIOR (TENDENCIA).
       01 WS-MES-REF         PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-REF.
          02 WS-REF-ANO      PIC 9(04).
          02 WS-REF-MES      PIC 9(02).
       01 WS-MES-ANT         PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-ANT.
          02 WS-ANT-ANO      PIC 9(04).
          02 WS-ANT-MES      PIC 9(02).
      *    METAS PADRAO, VALIDAS QUANDO SLAMETA.TXT NAO TRAZ A FILA.
       01 WS-FILAS-PADRAO.
          02 FILLER          PIC X(12) VALUE 'PENDALT 0024'.
          02 FILLER          PIC X(12) VALUE 'SUSPENSO0048'.
          02 FILLER          PIC X(12) VALUE 'CASOS   0120'.
       01 FILLER REDEFINES WS-FILAS-PADRAO.
          02 WS-FP-ITEM OCCURS 3 TIMES.
             03 WS-FP-NOME   PIC X(08).
             03 WS-FP-HORAS  PIC 9(04).
      *    ACUMULADOS POR FILA (RESUMO E TENDENCIA).
       01 WS-TAB-FILAS.
          02 WS-TF-ITEM OCCURS 3 TIMES.
             03 TF-NOME          PIC X(08).
             03 TF-META-HORAS    PIC 9(04).
             03 TF-META-MIN      PIC 9(07)  COMP.
             03 TF-ENTRADAS      PIC 9(07)  COMP.
             03 TF-ENCERRADOS    PIC 9(07)  COMP.
             03 TF-SOMA-MIN      PIC 9(11)  COMP.
             03 TF-ESTOUROS      PIC 9(07)  COMP.
             03 TF-P90-MIN       PIC 9(09)  COMP.
             03 TF-EM-ABERTO     PIC 9(07)  COMP.
             03 TF-VENCIDOS      PIC 9(07)  COMP.
             03 TF-ANT-ENCERRADOS PIC 9(07) COMP.
             03 TF-ANT-SOMA-MIN  PIC 9(11)  COMP.
             03 TF-ANT-ESTOUROS  PIC 9(07)  COMP.
       77 WS-IX              PIC 9(02) COMP VALUE ZEROS.
       77 WS-FILA-BUSCA      PIC X(08) VALUE SPACES.
      *    CALCULO DE MINUTOS CORRIDOS (DIA SERIAL * 1440 + HORA).
       01 WS-DATA-CALC       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CALC.
          02 WS-DC-ANO       PIC 9(04).
          02 WS-DC-MES       PIC 9(02).
          02 WS-DC-DIA       PIC 9(02).
       01 WS-HORA-CALC       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-CALC.
          02 WS-HC-HORA      PIC 9(02).
          02 WS-HC-MIN       PIC 9(02).
          02 WS-HC-SEG       PIC 9(02).
       77 WS-CALC-ANO        PIC 9(04) COMP VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(06) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(08) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(08) COMP VALUE ZEROS.
       77 WS-MINUTO-ABS      PIC S9(11) COMP VALUE ZEROS.
       77 WS-MIN-INICIO      PIC S9(11) COMP VALUE ZEROS.
       77 WS-MIN-AGORA       PIC S9(11) COMP VALUE ZEROS.
       77 WS-MINUTOS         PIC S9(11) COMP VALUE ZEROS.
       77 WS-DEPTO-GRUPO     PIC X(04) VALUE SPACES.
       77 WS-EMPRESA-OPER    PIC X(04) VALUE SPACES.
      *    GRUPO CORRENTE NA SAIDA DO SORT.
       01 WS-CHAVE-ANTERIOR.
          02 WS-ANT-DIMENSAO PIC 9(01).
          02 WS-ANT-FILA     PIC X(08).
          02 WS-ANT-GRUPO    PIC X(08).
       77 WS-GR-QTD          PIC 9(07) COMP VALUE ZEROS.
       77 WS-GR-SOMA         PIC 9(11) COMP VALUE ZEROS.
       77 WS-GR-ESTOUROS     PIC 9(07) COMP VALUE ZEROS.
       77 WS-GR-P90          PIC 9(09) COMP VALUE ZEROS.
       77 WS-POS-P90         PIC 9(07) COMP VALUE ZEROS.
      *    DURACOES DO GRUPO EM ORDEM CRESCENTE (VEM ASSIM DO SORT),
      *    PARA O PERCENTIL 90.
       01 WS-TAB-DURACOES.
          02 WS-DURACAO      PIC 9(09) COMP OCCURS 9999 TIMES.
      *    EDICAO DAS LINHAS.
       77 WS-QTD-ED          PIC ZZZZ9.
       77 WS-QTD-ED2         PIC ZZZZ9.
       77 WS-QTD-ED3         PIC ZZZZ9.
       77 WS-HORAS-ED        PIC ZZZZ9,9.
       77 WS-HORAS-ED2       PIC ZZZZ9,9.
       77 WS-PCT-ED          PIC ZZ9,9.
       77 WS-PCT-ED2         PIC ZZ9,9.
       77 WS-META-ED         PIC ZZZ9.
       77 WS-HORAS           PIC 9(05)V9 VALUE ZEROS.
       77 WS-PCT             PIC 9(03)V9 VALUE ZEROS.
       77 WS-PCT-ANT         PIC 9(03)V9 VALUE ZEROS.
       77 WS-TENDENCIA       PIC X(10) VALUE SPACES.
      *    TOTAIS DA CORRIDA.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MES        PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRUPOS     PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(40) VALUE SPACES.
       COPY EMPRSRV_WS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          02 LK-MENSAGEM        PIC X(20).
          02 LK-OPERADOR        PIC X(08).
          02 LK-NIVEL           PIC 9(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0050-CARREGA-EMPRESA THRU P0050-FIM.
           IF NOT EMP-LIBERADO
               GOBACK
           END-IF.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF SAIDA-ABERTA
               SORT WORKSLA
                   ON ASCENDING KEY SD-CHAVE-GRUPO
                   ON ASCENDING KEY SD-MINUTOS
                   INPUT PROCEDURE  IS P0200-FORNECE-ATENDIMENTOS
                   OUTPUT PROCEDURE IS P0300-AGRUPA
               PERFORM P0400-VARRE-ABERTOS THRU P0400-FIM
               PERFORM P0450-RESUMO-FILAS THRU P0450-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0050-CARREGA-EMPRESA.
      *    SO ENTRAM OS DEPARTAMENTOS DA EMPRESA DO OPERADOR ASSINADO.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           DISPLAY '***** TEMPOS DE ATENDIMENTO DAS FILAS *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
           MOVE ZEROS TO WS-MES-REF.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, ZEROS = MES ANTERIOR): '
           ACCEPT WS-MES-REF.

           IF WS-MES-REF EQUAL ZEROS
               IF WS-HOJE-MES EQUAL 1
                   COMPUTE WS-REF-ANO = WS-HOJE-ANO - 1
                   MOVE 12 TO WS-REF-MES
               ELSE
                   MOVE WS-HOJE-ANO TO WS-REF-ANO
                   COMPUTE WS-REF-MES = WS-HOJE-MES - 1
               END-IF
           END-IF.
           IF WS-REF-MES < 1 OR WS-REF-MES > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO.'
               GO TO P0100-FIM
           END-IF.
           IF WS-REF-MES EQUAL 1
               COMPUTE WS-ANT-ANO = WS-REF-ANO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE WS-REF-ANO TO WS-ANT-ANO
               COMPUTE WS-ANT-MES = WS-REF-MES - 1
           END-IF.

      *    O ENVELHECIMENTO DO QUE SEGUE EM ABERTO E MEDIDO ATE AGORA.
           MOVE WS-HOJE  TO WS-DATA-CALC.
           MOVE WS-AGORA(1:6) TO WS-HORA-CALC.
           PERFORM P0230-MINUTO-ABSOLUTO THRU P0230-FIM.
           MOVE WS-MINUTO-ABS TO WS-MIN-AGORA.

           PERFORM P0110-CARREGA-METAS THRU P0110-FIM.

      *    SEM O LOG NAO HA ENCERRADOS, MAS O RESUMO DOS ABERTOS SAI.
           SET ST-OK TO TRUE.
           OPEN INPUT ATENDIM.
           IF ST-OK
               SET LOG-ABERTO TO TRUE
           ELSE
               IF WS-ST NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O LOG DE ATENDIMENTO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
                   GO TO P0100-FIM
               END-IF
           END-IF.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF ST-OPER-OK
               SET OPER-ABERTO TO TRUE
           END-IF.

           MOVE SPACES TO WS-PARAMETROS.
           STRING 'MES ' WS-MES-REF
                  DELIMITED BY SIZE INTO WS-PARAMETROS.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'TEMPOS DE ATENDIMENTO - MES ' WS-MES-REF
                  DELIMITED BY SIZE INTO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO DEPARTAMENTOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0100-FIM.

       P0110-CARREGA-METAS.
           PERFORM P0112-META-PADRAO THRU P0112-FIM
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3.

           SET ST-META-OK TO TRUE.
           OPEN INPUT SLAMETA.
           IF NOT ST-META-OK
               GO TO P0110-CONVERTE
           END-IF.
           SET FIM-OK TO FALSE.
           PERFORM P0115-LE-META THRU P0115-FIM
                   UNTIL FIM-OK.
           CLOSE SLAMETA.

       P0110-CONVERTE.
           PERFORM P0118-META-MINUTOS THRU P0118-FIM
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3.
       P0110-FIM.

       P0112-META-PADRAO.
           INITIALIZE WS-TF-ITEM(WS-IX).
           MOVE WS-FP-NOME(WS-IX)  TO TF-NOME(WS-IX).
           MOVE WS-FP-HORAS(WS-IX) TO TF-META-HORAS(WS-IX).
       P0112-FIM.

       P0115-LE-META.
           READ SLAMETA
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0115-FIM
           END-READ.
           MOVE MET-FILA TO WS-FILA-BUSCA.
           PERFORM P0120-LOCALIZA-FILA THRU P0120-FIM.
           IF WS-IX NOT EQUAL ZEROS
              AND MET-HORAS IS NUMERIC
              AND MET-HORAS > ZEROS
               MOVE MET-HORAS TO TF-META-HORAS(WS-IX)
           END-IF.
       P0115-FIM.

       P0118-META-MINUTOS.
           COMPUTE TF-META-MIN(WS-IX) = TF-META-HORAS(WS-IX) * 60.
       P0118-FIM.

       P0120-LOCALIZA-FILA.
           EVALUATE WS-FILA-BUSCA
               WHEN 'PENDALT'
                   MOVE 1 TO WS-IX
               WHEN 'SUSPENSO'
                   MOVE 2 TO WS-IX
               WHEN 'CASOS'
                   MOVE 3 TO WS-IX
               WHEN OTHER
                   MOVE 0 TO WS-IX
           END-EVALUATE.
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

       P0200-FORNECE-ATENDIMENTOS.
           IF LOG-ABERTO
               SET FIM-OK TO FALSE
               PERFORM P0210-LE-ATENDIMENTO THRU P0210-FIM
                       UNTIL FIM-OK
               CLOSE ATENDIM
           END-IF.
       P0200-FIM.

       P0210-LE-ATENDIMENTO.
           READ ATENDIM
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE ATD-FILA TO WS-FILA-BUSCA.
           PERFORM P0120-LOCALIZA-FILA THRU P0120-FIM.
           IF WS-IX EQUAL ZEROS
               GO TO P0210-FIM
           END-IF.
           PERFORM P0215-DEPTO-DO-ITEM THRU P0215-FIM.
           MOVE WS-DEPTO-GRUPO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

      *    ENTRADA NA FILA NO MES, JA ENCERRADA (AS AINDA ABERTAS
      *    SAO CONTADAS NA VARREDURA DAS FILAS).
           IF ATD-DATA-ABERTURA(1:6) EQUAL WS-MES-REF
               ADD 1 TO TF-ENTRADAS(WS-IX)
           END-IF.

           PERFORM P0220-CALCULA-MINUTOS THRU P0220-FIM.

           IF ATD-DATA-ENCERRAMENTO(1:6) EQUAL WS-MES-ANT
               ADD 1 TO TF-ANT-ENCERRADOS(WS-IX)
               ADD WS-MINUTOS TO TF-ANT-SOMA-MIN(WS-IX)
               IF WS-MINUTOS > TF-META-MIN(WS-IX)
                   ADD 1 TO TF-ANT-ESTOUROS(WS-IX)
               END-IF
               GO TO P0210-FIM
           END-IF.
           IF ATD-DATA-ENCERRAMENTO(1:6) NOT EQUAL WS-MES-REF
               GO TO P0210-FIM
           END-IF.
           ADD 1 TO WS-CONT-MES.

           MOVE ATD-FILA   TO SD-FILA.
           MOVE WS-MINUTOS TO SD-MINUTOS.
           SET SD-POR-FILA TO TRUE.
           MOVE SPACES TO SD-GRUPO.
           RELEASE SD-ATEND.
           SET SD-POR-DEPTO TO TRUE.
           MOVE WS-DEPTO-GRUPO TO SD-GRUPO.
           RELEASE SD-ATEND.
      *    O OPERADOR DE OUTRA EMPRESA NAO APARECE NA VISAO RESTRITA.
           IF NOT EMP-VISAO-CONSOLIDADA
              AND WS-EMPRESA-OPER NOT EQUAL EMP-EMPRESA
               GO TO P0210-FIM
           END-IF.
           SET SD-POR-OPERADOR TO TRUE.
           MOVE ATD-OPERADOR TO SD-GRUPO.
           RELEASE SD-ATEND.
       P0210-FIM.

       P0215-DEPTO-DO-ITEM.
      *    ITEM SEM DEPARTAMENTO PROPRIO CONTA NO DEPARTAMENTO DE
      *    QUEM DECIDIU.
           MOVE ATD-DEPTO TO WS-DEPTO-GRUPO.
           MOVE SPACES    TO WS-EMPRESA-OPER.
           IF OPER-ABERTO
               MOVE ATD-OPERADOR TO OPER-ID
               READ OPERMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPER-EMPRESA TO WS-EMPRESA-OPER
                       IF WS-DEPTO-GRUPO EQUAL SPACES
                           MOVE OPER-DEPTO TO WS-DEPTO-GRUPO
                       END-IF
               END-READ
           END-IF.
           IF WS-DEPTO-GRUPO EQUAL SPACES
               MOVE '----' TO WS-DEPTO-GRUPO
           END-IF.
       P0215-FIM.

       P0220-CALCULA-MINUTOS.
      *    HORAS CORRIDAS ENTRE A ENTRADA NA FILA E A DECISAO, EM
      *    MINUTOS.
           MOVE ZEROS TO WS-MINUTOS.
           IF ATD-DATA-ABERTURA EQUAL ZEROS
              OR ATD-DATA-ENCERRAMENTO EQUAL ZEROS
               GO TO P0220-FIM
           END-IF.
           MOVE ATD-DATA-ABERTURA TO WS-DATA-CALC.
           MOVE ATD-HORA-ABERTURA TO WS-HORA-CALC.
           PERFORM P0230-MINUTO-ABSOLUTO THRU P0230-FIM.
           MOVE WS-MINUTO-ABS TO WS-MIN-INICIO.
           MOVE ATD-DATA-ENCERRAMENTO TO WS-DATA-CALC.
           MOVE ATD-HORA-ENCERRAMENTO TO WS-HORA-CALC.
           PERFORM P0230-MINUTO-ABSOLUTO THRU P0230-FIM.
           COMPUTE WS-MINUTOS = WS-MINUTO-ABS - WS-MIN-INICIO.
           IF WS-MINUTOS < ZEROS
               MOVE ZEROS TO WS-MINUTOS
           END-IF.
       P0220-FIM.

       P0230-MINUTO-ABSOLUTO.
           MOVE WS-DC-ANO TO WS-CALC-ANO.
           MOVE WS-DC-MES TO WS-CALC-MES.
           MOVE WS-DC-DIA TO WS-CALC-DIA.
           PERFORM P0150-DIA-SERIAL THRU P0150-FIM.
           COMPUTE WS-MINUTO-ABS = WS-SERIAL-SAIDA * 1440
                                 + WS-HC-HORA * 60 + WS-HC-MIN.
       P0230-FIM.

       P0300-AGRUPA.
           SET FIM-SORT-OK TO FALSE.
           MOVE ZEROS  TO WS-ANT-DIMENSAO.
           MOVE SPACES TO WS-ANT-FILA WS-ANT-GRUPO.
           MOVE ZEROS TO WS-GR-QTD WS-GR-SOMA WS-GR-ESTOUROS.
           PERFORM P0310-RETORNA-ATENDIMENTO THRU P0310-FIM
                   UNTIL FIM-SORT-OK.
           PERFORM P0330-FECHA-GRUPO THRU P0330-FIM.
           IF WS-CONT-GRUPOS EQUAL ZEROS
               MOVE 'NENHUM ITEM ENCERRADO NO MES.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0300-AGRUPA-FIM.

       P0310-RETORNA-ATENDIMENTO.
           RETURN WORKSLA
               AT END
                   SET FIM-SORT-OK TO TRUE
               NOT AT END
                   IF SD-CHAVE-GRUPO NOT EQUAL WS-CHAVE-ANTERIOR
                       PERFORM P0330-FECHA-GRUPO THRU P0330-FIM
                       IF SD-DIMENSAO NOT EQUAL WS-ANT-DIMENSAO
                           PERFORM P0320-CABECALHO THRU P0320-FIM
                       END-IF
                       MOVE SD-CHAVE-GRUPO TO WS-CHAVE-ANTERIOR
                       MOVE SD-FILA TO WS-FILA-BUSCA
                       PERFORM P0120-LOCALIZA-FILA THRU P0120-FIM
                   END-IF
                   PERFORM P0315-ACUMULA THRU P0315-FIM
           END-RETURN.
       P0310-FIM.

       P0315-ACUMULA.
           ADD 1 TO WS-GR-QTD.
           ADD SD-MINUTOS TO WS-GR-SOMA.
           IF SD-MINUTOS > TF-META-MIN(WS-IX)
               ADD 1 TO WS-GR-ESTOUROS
           END-IF.
           IF WS-GR-QTD NOT > 9999
               MOVE SD-MINUTOS TO WS-DURACAO(WS-GR-QTD)
           END-IF.
       P0315-FIM.

       P0320-CABECALHO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           EVALUATE TRUE
               WHEN SD-POR-FILA
                   MOVE 'ENCERRADOS NO MES POR FILA'
                     TO WS-LINHA-RELATORIO
               WHEN SD-POR-DEPTO
                   MOVE 'ENCERRADOS NO MES POR FILA E DEPARTAMENTO'
                     TO WS-LINHA-RELATORIO
               WHEN OTHER
                   MOVE 'ENCERRADOS NO MES POR FILA E OPERADOR'
                     TO WS-LINHA-RELATORIO
           END-EVALUATE.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '  FILA     GRUPO      QTD   MEDIA(H)   P90(H)'
                  '  ESTOURO  NO PRAZO'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0320-FIM.

       P0330-FECHA-GRUPO.
           IF WS-GR-QTD EQUAL ZEROS
               GO TO P0330-FIM
           END-IF.
           ADD 1 TO WS-CONT-GRUPOS.

      *    PERCENTIL 90: A DURACAO NA POSICAO TETO(0,9 * N) DA LISTA
      *    CRESCENTE.
           COMPUTE WS-POS-P90 = (WS-GR-QTD * 9 + 9) / 10.
           IF WS-POS-P90 > 9999
               MOVE 9999 TO WS-POS-P90
           END-IF.
           MOVE WS-DURACAO(WS-POS-P90) TO WS-GR-P90.

           MOVE WS-GR-QTD TO WS-QTD-ED.
           COMPUTE WS-HORAS ROUNDED = WS-GR-SOMA / (WS-GR-QTD * 60).
           MOVE WS-HORAS TO WS-HORAS-ED.
           COMPUTE WS-HORAS ROUNDED = WS-GR-P90 / 60.
           MOVE WS-HORAS TO WS-HORAS-ED2.
           MOVE WS-GR-ESTOUROS TO WS-QTD-ED2.
           COMPUTE WS-PCT ROUNDED =
                   (WS-GR-QTD - WS-GR-ESTOUROS) * 100 / WS-GR-QTD.
           MOVE WS-PCT TO WS-PCT-ED.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '  ' WS-ANT-FILA ' ' WS-ANT-GRUPO ' ' WS-QTD-ED
                  '    ' WS-HORAS-ED '  ' WS-HORAS-ED2
                  '    ' WS-QTD-ED2 '    ' WS-PCT-ED '%'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF WS-ANT-DIMENSAO EQUAL 1 AND WS-IX NOT EQUAL ZEROS
               MOVE WS-GR-QTD      TO TF-ENCERRADOS(WS-IX)
               MOVE WS-GR-SOMA     TO TF-SOMA-MIN(WS-IX)
               MOVE WS-GR-ESTOUROS TO TF-ESTOUROS(WS-IX)
               MOVE WS-GR-P90      TO TF-P90-MIN(WS-IX)
           END-IF.

           MOVE ZEROS TO WS-GR-QTD WS-GR-SOMA WS-GR-ESTOUROS.
       P0330-FIM.

       P0400-VARRE-ABERTOS.
      *    O QUE AINDA ESTA NAS FILAS: ENTRADAS DO MES AINDA SEM
      *    DECISAO E O ESTOQUE DE HOJE, COM O QUE JA PASSOU DA META.
           MOVE 1 TO WS-IX.
           SET ST-FILA-OK TO TRUE.
           OPEN INPUT PENDALT.
           IF ST-FILA-OK
               SET FIM-OK TO FALSE
               PERFORM P0410-LE-PENDALT THRU P0410-FIM
                       UNTIL FIM-OK
               CLOSE PENDALT
           END-IF.

           MOVE 2 TO WS-IX.
           SET ST-FILA-OK TO TRUE.
           OPEN INPUT SUSPENSO.
           IF ST-FILA-OK
               SET FIM-OK TO FALSE
               PERFORM P0420-LE-SUSPENSO THRU P0420-FIM
                       UNTIL FIM-OK
               CLOSE SUSPENSO
           END-IF.

           MOVE 3 TO WS-IX.
           SET ST-FILA-OK TO TRUE.
           OPEN INPUT CASOS.
           IF ST-FILA-OK
               SET FIM-OK TO FALSE
               PERFORM P0430-LE-CASO THRU P0430-FIM
                       UNTIL FIM-OK
               CLOSE CASOS
           END-IF.
       P0400-FIM.

       P0410-LE-PENDALT.
           READ PENDALT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0410-FIM
           END-READ.
           MOVE PEND-DEPTO-ANTIGO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0410-FIM
           END-IF.
           MOVE PEND-DATA TO WS-DATA-CALC.
           MOVE PEND-HORA TO WS-HORA-CALC.
           PERFORM P0440-CONTA-ABERTO THRU P0440-FIM.
       P0410-FIM.

       P0420-LE-SUSPENSO.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0420-FIM
           END-READ.
      *    O REGISTRO SUSPENSO NAO TRAZ DEPARTAMENTO.
           IF NOT EMP-VISAO-CONSOLIDADA
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0420-FIM
           END-IF.
           MOVE SUSP-DATA TO WS-DATA-CALC.
           MOVE SUSP-HORA TO WS-HORA-CALC.
           PERFORM P0440-CONTA-ABERTO THRU P0440-FIM.
       P0420-FIM.

       P0430-LE-CASO.
           READ CASOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0430-FIM
           END-READ.
           IF NOT CASO-ABERTO
               GO TO P0430-FIM
           END-IF.
      *    O CASO EM ABERTO CONTA NO DEPARTAMENTO DO RESPONSAVEL.
           MOVE SPACES TO EMP-DEPTO-TESTE.
           IF OPER-ABERTO
               MOVE CAS-RESPONSAVEL TO OPER-ID
               READ OPERMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPER-DEPTO TO EMP-DEPTO-TESTE
               END-READ
           END-IF.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0430-FIM
           END-IF.
           MOVE CAS-DATA-ABERTURA TO WS-DATA-CALC.
           MOVE CAS-HORA-ABERTURA TO WS-HORA-CALC.
           PERFORM P0440-CONTA-ABERTO THRU P0440-FIM.
       P0430-FIM.

       P0440-CONTA-ABERTO.
           ADD 1 TO TF-EM-ABERTO(WS-IX).
           IF WS-DATA-CALC(1:6) EQUAL WS-MES-REF
               ADD 1 TO TF-ENTRADAS(WS-IX)
           END-IF.
           IF WS-DATA-CALC EQUAL ZEROS
               GO TO P0440-FIM
           END-IF.
           PERFORM P0230-MINUTO-ABSOLUTO THRU P0230-FIM.
           IF WS-MIN-AGORA - WS-MINUTO-ABS > TF-META-MIN(WS-IX)
               ADD 1 TO TF-VENCIDOS(WS-IX)
           END-IF.
       P0440-FIM.

       P0450-RESUMO-FILAS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'RESUMO POR FILA - MES ' WS-MES-REF
                  ' CONTRA ' WS-MES-ANT
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           PERFORM P0455-RESUME-FILA THRU P0455-FIM
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3.
       P0450-FIM.

       P0455-RESUME-FILA.
           MOVE TF-META-HORAS(WS-IX) TO WS-META-ED.
           MOVE TF-ENTRADAS(WS-IX)   TO WS-QTD-ED.
           MOVE TF-ENCERRADOS(WS-IX) TO WS-QTD-ED2.
           MOVE TF-ESTOUROS(WS-IX)   TO WS-QTD-ED3.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '  ' TF-NOME(WS-IX) ' META ' WS-META-ED 'H'
                  ' ENTRADAS ' WS-QTD-ED
                  ' ENCERRADOS ' WS-QTD-ED2
                  ' ESTOUROS ' WS-QTD-ED3
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE TF-EM-ABERTO(WS-IX) TO WS-QTD-ED.
           MOVE TF-VENCIDOS(WS-IX)  TO WS-QTD-ED2.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '     EM ABERTO HOJE ' WS-QTD-ED
                  ' JA FORA DA META ' WS-QTD-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

      *    TENDENCIA PELO PERCENTUAL NO PRAZO; SEM ENCERRADOS EM UM
      *    DOS MESES NAO HA BASE DE COMPARACAO.
           MOVE ZEROS TO WS-HORAS WS-PCT.
           IF TF-ENCERRADOS(WS-IX) > ZEROS
               COMPUTE WS-HORAS ROUNDED =
                       TF-SOMA-MIN(WS-IX) / (TF-ENCERRADOS(WS-IX) * 60)
               COMPUTE WS-PCT ROUNDED =
                       (TF-ENCERRADOS(WS-IX) - TF-ESTOUROS(WS-IX))
                       * 100 / TF-ENCERRADOS(WS-IX)
           END-IF.
           MOVE WS-HORAS TO WS-HORAS-ED.
           MOVE WS-PCT   TO WS-PCT-ED.
           MOVE ZEROS TO WS-HORAS WS-PCT-ANT.
           IF TF-ANT-ENCERRADOS(WS-IX) > ZEROS
               COMPUTE WS-HORAS ROUNDED =
                       TF-ANT-SOMA-MIN(WS-IX)
                       / (TF-ANT-ENCERRADOS(WS-IX) * 60)
               COMPUTE WS-PCT-ANT ROUNDED =
                       (TF-ANT-ENCERRADOS(WS-IX)
                        - TF-ANT-ESTOUROS(WS-IX))
                       * 100 / TF-ANT-ENCERRADOS(WS-IX)
           END-IF.
           MOVE WS-HORAS   TO WS-HORAS-ED2.
           MOVE WS-PCT-ANT TO WS-PCT-ED2.

           EVALUATE TRUE
               WHEN TF-ENCERRADOS(WS-IX) EQUAL ZEROS
                 OR TF-ANT-ENCERRADOS(WS-IX) EQUAL ZEROS
                   MOVE 'SEM BASE' TO WS-TENDENCIA
               WHEN WS-PCT > WS-PCT-ANT
                   MOVE 'MELHOROU' TO WS-TENDENCIA
               WHEN WS-PCT < WS-PCT-ANT
                   MOVE 'PIOROU' TO WS-TENDENCIA
               WHEN OTHER
                   MOVE 'ESTAVEL' TO WS-TENDENCIA
           END-EVALUATE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '     MEDIA ' WS-HORAS-ED 'H (ANTERIOR '
                  WS-HORAS-ED2 'H) NO PRAZO ' WS-PCT-ED
                  '% (ANTERIOR ' WS-PCT-ED2 '%) ' WS-TENDENCIA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0455-FIM.

       P0500-FINALIZA.
           IF OPER-ABERTO
               CLOSE OPERMST
           END-IF.

           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'REGISTROS NO LOG ' WS-CONT-LIDOS
                      ' ENCERRADOS NO MES ' WS-CONT-MES
                      ' FORA DA VISAO ' WS-CONT-FORA-VISAO
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

           DISPLAY '***********************************************'.
           DISPLAY 'REGISTROS NO LOG......: ' WS-CONT-LIDOS.
           DISPLAY 'ENCERRADOS NO MES.....: ' WS-CONT-MES.
           DISPLAY 'FORA DA VISAO.........: ' WS-CONT-FORA-VISAO.
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
               MOVE 'SLAREL  ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
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
           MOVE 'ATENDIM.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ATENDIM-TXT.
           MOVE 'SLAMETA.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SLAMETA-TXT.
           MOVE 'PENDALT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'SLAREL.SRT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SLAREL-SRT.
           MOVE 'SLAREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
