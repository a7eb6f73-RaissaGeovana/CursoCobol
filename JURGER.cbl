      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apuracao diaria e capitalizacao mensal dos juros
      *          sobre o saldo - carrega a tabela de taxas JUROS.DAT
      *          (mantida pelo JURMNT) e, para cada codigo ativo de
      *          DADOS1.DAT, apura os juros de cada dia corrido desde
      *          o ultimo dia ja apurado ate a data da corrida (fim de
      *          semana e feriado sao apurados na corrida do dia util
      *          seguinte), pela taxa em vigor no dia para o
      *          departamento do codigo (ou da tabela padrao ****) e
      *          para a natureza do saldo: saldo positivo rende juros
      *          credores, saldo negativo paga juros devedores. Os
      *          juros ficam acumulados por codigo em JUROACR.DAT, com
      *          quatro casas decimais, e o saldo diario por
      *          departamento em JURODIA.DAT (JUROREL). Na primeira
      *          corrida de cada mes os acumulados do mes anterior,
      *          com os dias dele que faltavam apurar, sao
      *          capitalizados com a data da corrida (o mes anterior
      *          ja foi fechado pela agenda no seu ultimo dia util):
      *          os centavos inteiros vao para LANCTOS.TXT com o
      *          motivo JUR (credito dos juros credores, debito dos
      *          devedores) para o motor de lancamentos aplicar e o
      *          GLPOST contabilizar; a fracao de centavo fica para o
      *          mes seguinte. O acumulado so baixa o valor
      *          capitalizado quando o movimento aparece aplicado no
      *          MOVHIST.TXT; capitalizacao que o LANCTOS nao aplicou
      *          ate o mes seguinte e refeita, com aviso. A corrida
      *          repetida no mesmo dia nao apura nem capitaliza de
      *          novo. O relatorio JUROLOG.AAAAMMDD lista as
      *          capitalizacoes, as confirmacoes e os codigos com
      *          problema.
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
              SELECT JUROS ASSIGN TO WS-ARQ-JUROS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS JUR-CHAVE
              FILE STATUS IS WS-ST-JUR.

              SELECT JUROACR ASSIGN TO WS-ARQ-JUROACR-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS JAC-COD-DADOS
              FILE STATUS IS WS-ST-JAC.

              SELECT JURODIA ASSIGN TO WS-ARQ-JURODIA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS JDI-CHAVE
              FILE STATUS IS WS-ST-JDI.

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

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

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
       FD JUROS.
       COPY FD_JUROS.

       FD JUROACR.
       COPY FD_JUROACR.

       FD JURODIA.
       COPY FD_JURODIA.

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

       FD MOVHIST.
      *    MESMO LAYOUT DO HISTORICO GRAVADO PELO LANCTOS E PELO APRLCT.
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

       FD GERREL.
       01  RG-GERREL           PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-JUROS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-JUROACR-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-JURODIA-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GERREL       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-JUR          PIC 99.
         88 ST-JUR-OK         VALUE 0.
       77 WS-ST-JAC          PIC 99.
         88 ST-JAC-OK         VALUE 0.
       77 WS-ST-JDI          PIC 99.
         88 ST-JDI-OK         VALUE 0.
       77 WS-ST-LCT          PIC 99.
         88 ST-LCT-OK         VALUE 0.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-JUR         PIC X.
         88 FIM-JUR-OK        VALUE 'S' FALSE 'N'.
       77 WS-FIM-MOV         PIC X.
         88 FIM-MOV-OK        VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-JAC-ABERTO      PIC X     VALUE 'N'.
         88 JAC-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-JDI-ABERTO      PIC X     VALUE 'N'.
         88 JDI-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-LCT-ABERTO      PIC X     VALUE 'N'.
         88 LCT-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-REL-ABERTO      PIC X     VALUE 'N'.
         88 REL-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-JAC-NOVO        PIC X     VALUE 'N'.
         88 JAC-NOVO                   VALUE 'S' FALSE 'N'.
       77 WS-JDI-NOVO        PIC X     VALUE 'N'.
         88 JDI-NOVO                   VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
       01 WS-PERIODO         PIC 9(06) VALUE ZEROS.
       01 WS-PERIODO-CAP     PIC 9(06) VALUE ZEROS.
      *    CURSOR DE CALENDARIO DOS DIAS APURADOS E DATA DE APOIO
      *    PARA O DATEVAL.
       01 WS-CURSOR          PIC 9(08) VALUE ZEROS.
       01 WS-CURSOR-R REDEFINES WS-CURSOR.
          02 WS-CAL-ANO      PIC 9(04).
          02 WS-CAL-MES      PIC 9(02).
          02 WS-CAL-DIA      PIC 9(02).
       01 WS-CURSOR-SALVO    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
      *    TAXAS DE TODAS AS VIGENCIAS, NA ORDEM DA CHAVE DO
      *    JUROS.DAT (DEPARTAMENTO, NATUREZA E VIGENCIA CRESCENTE):
      *    CADA DIA APURADO USA A SUA.
       01 WS-TAB-TAXAS.
          02 WS-TX OCCURS 300 TIMES.
             03 WS-TX-DEPTO     PIC X(04).
             03 WS-TX-NATUREZA  PIC X(01).
             03 WS-TX-VIGENCIA  PIC 9(08).
             03 WS-TX-TAXA      PIC 9(03)V9(04).
             03 WS-TX-BASE      PIC 9(03).
       77 WS-QTD-TAXAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TX          PIC 9(03) VALUE ZEROS.
       77 WS-TX-ACHADA       PIC 9(03) VALUE ZEROS.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
       77 WS-NATUREZA        PIC X(01) VALUE SPACES.
       77 WS-SALDO-ABS       PIC 9(07)V99 VALUE ZEROS.
       77 WS-JURO-DIA        PIC 9(07)V9(04) VALUE ZEROS.
       77 WS-CAP-CREDOR      PIC 9(07)V99 VALUE ZEROS.
       77 WS-CAP-DEVEDOR     PIC 9(07)V99 VALUE ZEROS.
       77 WS-LCT-CREDOR      PIC 9(07)V99 VALUE ZEROS.
       77 WS-LCT-DEVEDOR     PIC 9(07)V99 VALUE ZEROS.
       77 WS-CAP-OK          PIC X     VALUE 'N'.
         88 CAP-OK                     VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-PULO     PIC X(30) VALUE SPACES.
       77 WS-LINHA-REL       PIC X(80) VALUE SPACES.
       77 WS-VALOR-ED        PIC ZZZZZZ9,99.
       77 WS-VALOR2-ED       PIC ZZZZZZ9,99.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-APURADOS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-JA-APURADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-JUROS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-INATIVOS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CAPITAL    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CONFIRMADAS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REFEITAS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ERROS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DIAS       PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-APUR-CRED PIC 9(09)V9(04) VALUE ZEROS.
       77 WS-TOTAL-APUR-DEV  PIC 9(09)V9(04) VALUE ZEROS.
       77 WS-TOTAL-CAP-CRED  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-CAP-DEV   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC ZZZZZZZZ9,99.
       77 WS-TOTAL2-ED       PIC ZZZZZZZZ9,99.

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
           DISPLAY '******** APURACAO DIARIA DE JUROS ********'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:6) TO WS-PERIODO.

           PERFORM P0110-CARREGA-TAXAS THRU P0110-FIM.
           IF WS-QTD-TAXAS EQUAL ZEROS
               DISPLAY 'NENHUMA TAXA DE JUROS CADASTRADA -'
                       ' CADASTRE PELO JURMNT.'
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

           SET ST-JAC-OK TO TRUE.
           OPEN I-O JUROACR.
           IF WS-ST-JAC EQUAL 35
               OPEN OUTPUT JUROACR
               CLOSE JUROACR
               OPEN I-O JUROACR
           END-IF.
           IF ST-JAC-OK
               SET JAC-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR OS JUROS ACUMULADOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-JAC
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           SET ST-JDI-OK TO TRUE.
           OPEN I-O JURODIA.
           IF WS-ST-JDI EQUAL 35
               OPEN OUTPUT JURODIA
               CLOSE JURODIA
               OPEN I-O JURODIA
           END-IF.
           IF ST-JDI-OK
               SET JDI-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O SALDO DIARIO DE JUROS.'
               DISPLAY 'FILE STATUS: ' WS-ST-JDI
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
               STRING '***** APURACAO DE JUROS - DIA '
                      WS-HOJE ' *****'
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE APURACAO.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
           END-IF.

           PERFORM P0150-CONFIRMA-CAPITAL THRU P0150-FIM.
       P0100-FIM.

       P0110-CARREGA-TAXAS.
           MOVE ZEROS TO WS-QTD-TAXAS.
           SET FIM-JUR-OK TO FALSE.

           SET ST-JUR-OK TO TRUE.
           OPEN INPUT JUROS.
           IF NOT ST-JUR-OK
               DISPLAY 'TABELA DE JUROS JUROS.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-JUR
               GO TO P0110-FIM
           END-IF.

           PERFORM P0120-LE-TAXA THRU P0120-FIM
                   UNTIL FIM-JUR-OK.
           CLOSE JUROS.
       P0110-FIM.

       P0120-LE-TAXA.
      *    VIGENCIA POSTERIOR A CORRIDA AINDA NAO SERVE A NENHUM DIA
      *    APURADO.
           READ JUROS NEXT RECORD
               AT END
                   SET FIM-JUR-OK TO TRUE
                   GO TO P0120-FIM
           END-READ.

           IF JUR-VIGENCIA > WS-HOJE
               GO TO P0120-FIM
           END-IF.

           IF WS-QTD-TAXAS NOT < 300
               DISPLAY 'ALERTA: TABELA DE TAXAS CHEIA (300) -'
                       ' DEPTO ' JUR-DEPTO ' INCOMPLETO.'
               GO TO P0120-FIM
           END-IF.

           ADD 1 TO WS-QTD-TAXAS.
           MOVE JUR-DEPTO     TO WS-TX-DEPTO(WS-QTD-TAXAS).
           MOVE JUR-NATUREZA  TO WS-TX-NATUREZA(WS-QTD-TAXAS).
           MOVE JUR-VIGENCIA  TO WS-TX-VIGENCIA(WS-QTD-TAXAS).
           MOVE JUR-TAXA-ANO  TO WS-TX-TAXA(WS-QTD-TAXAS).
           MOVE JUR-BASE-DIAS TO WS-TX-BASE(WS-QTD-TAXAS).
       P0120-FIM.

       P0150-CONFIRMA-CAPITAL.
      *    UMA PASSADA NO MOVHIST ANTES DA APURACAO: MOVIMENTO JUR
      *    APLICADO (NAO ESTORNO) COM A DATA E O VALOR DA
      *    CAPITALIZACAO PENDENTE DO CODIGO CONFIRMA QUE O LANCTOS (OU
      *    O APRLCT) ACEITOU O LANCAMENTO, E SO ENTAO O VALOR SAI DO
      *    ACUMULADO.
           SET FIM-MOV-OK TO FALSE.
           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF WS-ST-MOV EQUAL 35
               GO TO P0150-FIM
           END-IF.
           IF NOT ST-MOV-OK
               DISPLAY 'MOVHIST INDISPONIVEL - CAPITALIZACOES'
                       ' PENDENTES NAO CONFIRMADAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
               GO TO P0150-FIM
           END-IF.
           PERFORM P0155-LE-MOVHIST THRU P0155-FIM
                   UNTIL FIM-MOV-OK.
           CLOSE MOVHIST.
       P0150-FIM.

       P0155-LE-MOVHIST.
           READ MOVHIST
               AT END
                   SET FIM-MOV-OK TO TRUE
                   GO TO P0155-FIM
           END-READ.
           IF MOV-MOTIVO NOT EQUAL 'JUR'
              OR MOV-REF-ESTORNO NOT EQUAL ZEROS
               GO TO P0155-FIM
           END-IF.

           MOVE MOV-COD-DADOS TO JAC-COD-DADOS.
           READ JUROACR
               INVALID KEY
                   GO TO P0155-FIM
           END-READ.
           IF MOV-DATA-EFET NOT EQUAL JAC-DATA-CAPITAL
               GO TO P0155-FIM
           END-IF.

           MOVE ZEROS TO WS-CAP-CREDOR WS-CAP-DEVEDOR.
           IF MOV-TIPO EQUAL 'C'
              AND JAC-PEND-CREDOR > ZEROS
              AND MOV-VALOR EQUAL JAC-PEND-CREDOR
               MOVE MOV-VALOR TO WS-CAP-CREDOR
               SUBTRACT MOV-VALOR FROM JAC-ACUM-CREDOR
               MOVE ZEROS TO JAC-PEND-CREDOR
           END-IF.
           IF MOV-TIPO EQUAL 'D'
              AND JAC-PEND-DEVEDOR > ZEROS
              AND MOV-VALOR EQUAL JAC-PEND-DEVEDOR
               MOVE MOV-VALOR TO WS-CAP-DEVEDOR
               SUBTRACT MOV-VALOR FROM JAC-ACUM-DEVEDOR
               MOVE ZEROS TO JAC-PEND-DEVEDOR
           END-IF.
           IF WS-CAP-CREDOR EQUAL ZEROS
              AND WS-CAP-DEVEDOR EQUAL ZEROS
               GO TO P0155-FIM
           END-IF.

           REWRITE RG-JUROACR
               INVALID KEY
                   DISPLAY 'ERRO AO CONFIRMAR A CAPITALIZACAO DE '
                           JAC-COD-DADOS
                   ADD 1 TO WS-CONT-ERROS
                   GO TO P0155-FIM
           END-REWRITE.
           ADD 1 TO WS-CONT-CONFIRMADAS.
           MOVE WS-CAP-CREDOR  TO WS-VALOR-ED.
           MOVE WS-CAP-DEVEDOR TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING JAC-COD-DADOS ' ' JAC-DEPTO
                  ' CONFIRMADO       C ' WS-VALOR-ED
                  ' D ' WS-VALOR2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0400-GRAVA-LINHA THRU P0400-FIM.
       P0155-FIM.

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
           MOVE SPACES TO WS-MOTIVO-PULO.
           MOVE ZEROS TO WS-LCT-CREDOR WS-LCT-DEVEDOR.
           SET JAC-NOVO TO FALSE.

           MOVE COD-DADOS TO JAC-COD-DADOS.
           READ JUROACR
               INVALID KEY
                   SET JAC-NOVO TO TRUE
           END-READ.

      *    CODIGO INATIVO NAO RENDE NEM PAGA JUROS: O ULTIMO DIA
      *    APURADO ANDA SEM APURAR, E O ACUMULADO ABERTO ESPERA A
      *    REATIVACAO PARA SER CAPITALIZADO.
           IF NOT DADO-ATIVO
               ADD 1 TO WS-CONT-INATIVOS
               IF NOT JAC-NOVO
                  AND JAC-DATA-ULTIMA < WS-HOJE
                   MOVE WS-HOJE TO JAC-DATA-ULTIMA
                   REWRITE RG-JUROACR
               END-IF
               GO TO P0210-FIM
           END-IF.

           IF NOT JAC-NOVO
              AND JAC-DATA-ULTIMA NOT < WS-HOJE
               ADD 1 TO WS-CONT-JA-APURADOS
               GO TO P0210-FIM
           END-IF.

           IF JAC-NOVO
               MOVE COD-DADOS  TO JAC-COD-DADOS
               MOVE ZEROS      TO JAC-DATA-ULTIMA JAC-ACUM-CREDOR
                                  JAC-ACUM-DEVEDOR JAC-ULT-SALDO
                                  JAC-ULT-JUROS JAC-DATA-CAPITAL
                                  JAC-CAPITAL-CREDOR
                                  JAC-CAPITAL-DEVEDOR JAC-PEND-CREDOR
                                  JAC-PEND-DEVEDOR
               MOVE WS-PERIODO TO JAC-PERIODO
               MOVE SPACES     TO JAC-ULT-NATUREZA
               MOVE WS-HOJE    TO WS-CURSOR
           ELSE
               MOVE JAC-DATA-ULTIMA TO WS-CURSOR
               PERFORM P0610-PROXIMO-DIA THRU P0610-FIM
           END-IF.
           MOVE DEPTO-DADOS TO JAC-DEPTO.

      *    CAPITALIZACAO DE UM MES ANTERIOR QUE O LANCTOS NAO
      *    APLICOU ATE AGORA (REJEITADA, PARADA NA APROVACAO OU
      *    PERDIDA): O ACUMULADO NUNCA BAIXOU O VALOR, ENTAO A
      *    PENDENCIA E LIBERADA E ENTRA NA CAPITALIZACAO DESTE MES.
           MOVE JAC-DATA-CAPITAL(1:6) TO WS-PERIODO-CAP.
           IF (JAC-PEND-CREDOR > ZEROS OR JAC-PEND-DEVEDOR > ZEROS)
              AND WS-PERIODO-CAP < WS-PERIODO
               PERFORM P0310-LIBERA-PENDENTE THRU P0310-FIM
           END-IF.

      *    PRIMEIRA CORRIDA DO MES: OS DIAS QUE FALTAM DO MES
      *    ANTERIOR (O FIM DE SEMANA OU FERIADO DA VIRADA) SAO
      *    APURADOS PRIMEIRO, E O ACUMULADO ATE O ULTIMO DIA DELE E
      *    CAPITALIZADO ANTES DOS DIAS NOVOS, COM A DATA DE HOJE - O
      *    MES ANTERIOR JA FOI FECHADO E O LANCTOS REJEITARIA UM
      *    LANCAMENTO DATADO NELE.
           IF JAC-PERIODO < WS-PERIODO
               PERFORM P0220-APURA-DIA THRU P0220-FIM
                       UNTIL WS-CURSOR(1:6) NOT < WS-PERIODO
                          OR WS-CURSOR > WS-HOJE
               PERFORM P0300-CAPITALIZA THRU P0300-FIM
               MOVE WS-PERIODO TO JAC-PERIODO
           END-IF.

           PERFORM P0220-APURA-DIA THRU P0220-FIM
                   UNTIL WS-CURSOR > WS-HOJE.

           IF JAC-NOVO
              AND JAC-ACUM-CREDOR EQUAL ZEROS
              AND JAC-ACUM-DEVEDOR EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-JUROS
               GO TO P0210-FIM
           END-IF.

           PERFORM P0290-GRAVA-ACUMULADO THRU P0290-FIM.
       P0210-FIM.

       P0220-APURA-DIA.
      *    JUROS DO DIA = SALDO x TAXA ANUAL / 100 / BASE DE DIAS,
      *    COM QUATRO CASAS. SALDO ZERO, SEM TAXA OU TAXA ZERO NAO
      *    APURA NADA, MAS O DIA CONTA COMO APURADO.
           MOVE ZEROS TO WS-JURO-DIA WS-SALDO-ABS.
           IF VALOR-DADOS > ZEROS
               MOVE 'C' TO WS-NATUREZA
               MOVE VALOR-DADOS TO WS-SALDO-ABS
           ELSE
               MOVE 'D' TO WS-NATUREZA
               COMPUTE WS-SALDO-ABS = ZEROS - VALOR-DADOS
           END-IF.

           IF WS-SALDO-ABS > ZEROS
               MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA
               PERFORM P0230-PROCURA-TAXA THRU P0230-FIM
               IF WS-TX-ACHADA EQUAL ZEROS
                   MOVE '****' TO WS-DEPTO-PROCURA
                   PERFORM P0230-PROCURA-TAXA THRU P0230-FIM
               END-IF
               IF WS-TX-ACHADA NOT EQUAL ZEROS
                  AND WS-TX-BASE(WS-TX-ACHADA) > ZEROS
                   COMPUTE WS-JURO-DIA ROUNDED =
                           WS-SALDO-ABS * WS-TX-TAXA(WS-TX-ACHADA)
                           / 100 / WS-TX-BASE(WS-TX-ACHADA)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-JURO-DIA
                           MOVE 'JUROS DO DIA INVALIDOS'
                             TO WS-MOTIVO-PULO
                   END-COMPUTE
               END-IF
           END-IF.

           IF JAC-NOVO AND WS-JURO-DIA EQUAL ZEROS
               GO TO P0220-PROXIMO
           END-IF.

           IF WS-NATUREZA EQUAL 'C'
               ADD WS-JURO-DIA TO JAC-ACUM-CREDOR
               ADD WS-JURO-DIA TO WS-TOTAL-APUR-CRED
           ELSE
               ADD WS-JURO-DIA TO JAC-ACUM-DEVEDOR
               ADD WS-JURO-DIA TO WS-TOTAL-APUR-DEV
           END-IF.
           MOVE VALOR-DADOS TO JAC-ULT-SALDO.
           MOVE WS-JURO-DIA TO JAC-ULT-JUROS.
           MOVE WS-NATUREZA TO JAC-ULT-NATUREZA.
           ADD 1 TO WS-CONT-DIAS.

           PERFORM P0250-LE-DIA THRU P0250-FIM.
           ADD 1 TO JDI-QTD-CODIGOS.
           IF WS-NATUREZA EQUAL 'C'
               ADD WS-SALDO-ABS TO JDI-BASE-CREDORA
               ADD WS-JURO-DIA  TO JDI-JUROS-CREDOR
           ELSE
               ADD WS-SALDO-ABS TO JDI-BASE-DEVEDORA
               ADD WS-JURO-DIA  TO JDI-JUROS-DEVEDOR
           END-IF.
           ADD JAC-ACUM-CREDOR  TO JDI-SALDO-CREDOR.
           ADD JAC-ACUM-DEVEDOR TO JDI-SALDO-DEVEDOR.
           PERFORM P0260-GRAVA-DIA THRU P0260-FIM.

       P0220-PROXIMO.
           MOVE WS-CURSOR TO JAC-DATA-ULTIMA.
           PERFORM P0610-PROXIMO-DIA THRU P0610-FIM.
       P0220-FIM.

       P0230-PROCURA-TAXA.
      *    ULTIMA VIGENCIA NAO POSTERIOR AO DIA APURADO, PARA O
      *    DEPARTAMENTO E A NATUREZA DO SALDO. A TABELA ESTA EM
      *    ORDEM CRESCENTE DE VIGENCIA DENTRO DE CADA NATUREZA.
           MOVE ZEROS TO WS-TX-ACHADA.
           MOVE 1 TO WS-IDX-TX.
           PERFORM P0235-CONFERE-TAXA THRU P0235-FIM
                   UNTIL WS-IDX-TX > WS-QTD-TAXAS.
       P0230-FIM.

       P0235-CONFERE-TAXA.
           IF WS-TX-DEPTO(WS-IDX-TX) EQUAL WS-DEPTO-PROCURA
              AND WS-TX-NATUREZA(WS-IDX-TX) EQUAL WS-NATUREZA
              AND WS-TX-VIGENCIA(WS-IDX-TX) NOT > WS-CURSOR
               MOVE WS-IDX-TX TO WS-TX-ACHADA
           END-IF.
           ADD 1 TO WS-IDX-TX.
       P0235-FIM.

       P0250-LE-DIA.
      *    SALDO DIARIO DO DEPARTAMENTO NO DIA DO CURSOR; O PRIMEIRO
      *    CODIGO DO DIA CRIA O REGISTRO.
           SET JDI-NOVO TO FALSE.
           MOVE WS-CURSOR   TO JDI-DATA.
           MOVE DEPTO-DADOS TO JDI-DEPTO.
           READ JURODIA
               INVALID KEY
                   SET JDI-NOVO TO TRUE
                   MOVE ZEROS TO JDI-QTD-CODIGOS JDI-BASE-CREDORA
                                 JDI-BASE-DEVEDORA JDI-JUROS-CREDOR
                                 JDI-JUROS-DEVEDOR JDI-SALDO-CREDOR
                                 JDI-SALDO-DEVEDOR
                                 JDI-CAPITAL-CREDOR
                                 JDI-CAPITAL-DEVEDOR
           END-READ.
       P0250-FIM.

       P0260-GRAVA-DIA.
           MOVE WS-HOJE TO JDI-DATA-CORRIDA.
           IF JDI-NOVO
               WRITE RG-JURODIA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR SALDO DIARIO DE JUROS '
                               JDI-DATA ' ' JDI-DEPTO
               END-WRITE
           ELSE
               REWRITE RG-JURODIA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR SALDO DIARIO DE JUROS '
                               JDI-DATA ' ' JDI-DEPTO
               END-REWRITE
           END-IF.
       P0260-FIM.

       P0290-GRAVA-ACUMULADO.
      *    O ACUMULADO DO CODIGO E GRAVADO ANTES DOS LANCAMENTOS DA
      *    CAPITALIZACAO: SE A GRAVACAO FALHAR, NADA VAI PARA O
      *    LANCTOS.TXT E A CORRIDA SEGUINTE REFAZ O CODIGO SEM
      *    RISCO DE CAPITALIZAR EM DOBRO.
           IF JAC-NOVO
               WRITE RG-JUROACR
                   INVALID KEY
                       MOVE 'ERRO NOS JUROS ACUMULADOS'
                         TO WS-MOTIVO-PULO
               END-WRITE
           ELSE
               REWRITE RG-JUROACR
                   INVALID KEY
                       MOVE 'ERRO NOS JUROS ACUMULADOS'
                         TO WS-MOTIVO-PULO
               END-REWRITE
           END-IF.

           IF WS-MOTIVO-PULO EQUAL 'ERRO NOS JUROS ACUMULADOS'
               ADD 1 TO WS-CONT-ERROS
               MOVE SPACES TO WS-LINHA-REL
               STRING COD-DADOS ' ' DEPTO-DADOS
                      ' NAO APURADO - ' WS-MOTIVO-PULO
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM P0400-GRAVA-LINHA THRU P0400-FIM
               GO TO P0290-FIM
           END-IF.

           ADD 1 TO WS-CONT-APURADOS.
           IF WS-MOTIVO-PULO NOT EQUAL SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING COD-DADOS ' ' DEPTO-DADOS
                      ' ALERTA - ' WS-MOTIVO-PULO
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM P0400-GRAVA-LINHA THRU P0400-FIM
           END-IF.

           IF WS-LCT-CREDOR > ZEROS
               MOVE COD-DADOS     TO LCT-COD-DADOS
               MOVE 'C'           TO LCT-TIPO
               MOVE WS-LCT-CREDOR TO LCT-VALOR
               MOVE 'JUR'         TO LCT-MOTIVO
               MOVE WS-HOJE       TO LCT-DATA
               WRITE RG-LANCTO
           END-IF.
           IF WS-LCT-DEVEDOR > ZEROS
               MOVE COD-DADOS      TO LCT-COD-DADOS
               MOVE 'D'            TO LCT-TIPO
               MOVE WS-LCT-DEVEDOR TO LCT-VALOR
               MOVE 'JUR'          TO LCT-MOTIVO
               MOVE WS-HOJE        TO LCT-DATA
               WRITE RG-LANCTO
           END-IF.
       P0290-FIM.

       P0300-CAPITALIZA.
      *    SO OS CENTAVOS INTEIROS SAO CAPITALIZADOS; A FRACAO FICA
      *    NO ACUMULADO. O ACUMULADO NAO BAIXA AQUI: O VALOR LANCADO
      *    FICA PENDENTE NO JUROACR ATE O P0150 O ACHAR APLICADO NO
      *    MOVHIST. ATE LA O SALDO DIARIO DO DEPARTAMENTO CONTINUA
      *    COM ELE.
           SET CAP-OK TO TRUE.
           MOVE ZEROS TO WS-CAP-CREDOR WS-CAP-DEVEDOR.
           COMPUTE WS-CAP-CREDOR = JAC-ACUM-CREDOR
               ON SIZE ERROR
                   SET CAP-OK TO FALSE
           END-COMPUTE.
           COMPUTE WS-CAP-DEVEDOR = JAC-ACUM-DEVEDOR
               ON SIZE ERROR
                   SET CAP-OK TO FALSE
           END-COMPUTE.

           IF NOT CAP-OK
               MOVE 'JUROS ACIMA DO LIMITE DO LANCTO' TO WS-MOTIVO-PULO
               GO TO P0300-FIM
           END-IF.

           IF WS-CAP-CREDOR EQUAL ZEROS
              AND WS-CAP-DEVEDOR EQUAL ZEROS
               GO TO P0300-FIM
           END-IF.

           ADD WS-CAP-CREDOR  TO WS-LCT-CREDOR.
           ADD WS-CAP-DEVEDOR TO WS-LCT-DEVEDOR.
           MOVE WS-HOJE        TO JAC-DATA-CAPITAL.
           MOVE WS-CAP-CREDOR  TO JAC-CAPITAL-CREDOR JAC-PEND-CREDOR.
           MOVE WS-CAP-DEVEDOR TO JAC-CAPITAL-DEVEDOR
                                  JAC-PEND-DEVEDOR.
           ADD 1 TO WS-CONT-CAPITAL.
           ADD WS-CAP-CREDOR  TO WS-TOTAL-CAP-CRED.
           ADD WS-CAP-DEVEDOR TO WS-TOTAL-CAP-DEV.

           MOVE WS-CURSOR TO WS-CURSOR-SALVO.
           MOVE WS-HOJE   TO WS-CURSOR.
           PERFORM P0250-LE-DIA THRU P0250-FIM.
           ADD WS-CAP-CREDOR  TO JDI-CAPITAL-CREDOR.
           ADD WS-CAP-DEVEDOR TO JDI-CAPITAL-DEVEDOR.
           PERFORM P0260-GRAVA-DIA THRU P0260-FIM.
           MOVE WS-CURSOR-SALVO TO WS-CURSOR.

           MOVE WS-CAP-CREDOR  TO WS-VALOR-ED.
           MOVE WS-CAP-DEVEDOR TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING COD-DADOS ' ' DEPTO-DADOS
                  ' CAPITALIZADO     C ' WS-VALOR-ED
                  ' D ' WS-VALOR2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0400-GRAVA-LINHA THRU P0400-FIM.
       P0300-FIM.

       P0310-LIBERA-PENDENTE.
           ADD 1 TO WS-CONT-REFEITAS.
           MOVE JAC-PEND-CREDOR  TO WS-VALOR-ED.
           MOVE JAC-PEND-DEVEDOR TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING COD-DADOS ' ' DEPTO-DADOS
                  ' NAO APLICADO     C ' WS-VALOR-ED
                  ' D ' WS-VALOR2-ED ' DE ' JAC-DATA-CAPITAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0400-GRAVA-LINHA THRU P0400-FIM.
           MOVE ZEROS TO JAC-PEND-CREDOR JAC-PEND-DEVEDOR.
       P0310-FIM.

       P0400-GRAVA-LINHA.
           IF REL-ABERTO
               WRITE RG-GERREL FROM WS-LINHA-REL
           END-IF.
           DISPLAY WS-LINHA-REL.
       P0400-FIM.

       P0500-FINALIZA.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF JAC-ABERTO
               CLOSE JUROACR
           END-IF.
           IF JDI-ABERTO
               CLOSE JURODIA
           END-IF.
           IF LCT-ABERTO
               CLOSE LANCTOS
           END-IF.
           IF REL-ABERTO
               MOVE WS-TOTAL-APUR-CRED TO WS-TOTAL-ED
               MOVE WS-TOTAL-APUR-DEV  TO WS-TOTAL2-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'APURADOS: ' WS-CONT-APURADOS
                      ' CREDOR: '  WS-TOTAL-ED
                      ' DEVEDOR: ' WS-TOTAL2-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               MOVE WS-TOTAL-CAP-CRED TO WS-TOTAL-ED
               MOVE WS-TOTAL-CAP-DEV  TO WS-TOTAL2-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'CAPITALIZ: ' WS-CONT-CAPITAL
                      ' CREDOR: '   WS-TOTAL-ED
                      ' DEVEDOR: '  WS-TOTAL2-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING 'CONFIRMADAS: ' WS-CONT-CONFIRMADAS
                      ' NAO APLICADAS (REFEITAS): ' WS-CONT-REFEITAS
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               CLOSE GERREL
               DISPLAY 'RELATORIO DE APURACAO GRAVADO EM JUROLOG.'
                       WS-HOJE
           END-IF.
           MOVE WS-CONT-LIDOS    TO LK-CONT-LIDOS.
           MOVE WS-CONT-APURADOS TO LK-CONT-GRAVADOS.
           MOVE WS-CONT-ERROS    TO LK-CONT-REJEITADOS.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS LIDOS.........: ' WS-CONT-LIDOS.
           DISPLAY 'CODIGOS INATIVOS......: ' WS-CONT-INATIVOS.
           DISPLAY 'CODIGOS APURADOS......: ' WS-CONT-APURADOS.
           DISPLAY 'JA APURADOS NO DIA....: ' WS-CONT-JA-APURADOS.
           DISPLAY 'SEM JUROS A APURAR....: ' WS-CONT-SEM-JUROS.
           DISPLAY 'DIAS-CODIGO APURADOS..: ' WS-CONT-DIAS.
           DISPLAY 'CODIGOS CAPITALIZADOS.: ' WS-CONT-CAPITAL.
           DISPLAY 'CAPITALIZ. CONFIRMADAS: ' WS-CONT-CONFIRMADAS.
           DISPLAY 'CAPITALIZ. REFEITAS...: ' WS-CONT-REFEITAS.
           DISPLAY 'CODIGOS COM ERRO......: ' WS-CONT-ERROS.
           IF WS-CONT-CAPITAL > ZEROS
               DISPLAY 'A CAPITALIZACAO FOI ACRESCENTADA EM'
                       ' LANCTOS.TXT'
               DISPLAY 'PARA O MOTOR DE LANCAMENTOS APLICAR; O'
                   ' ACUMULADO BAIXA QUANDO ELA FOR APLICADA.'
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0610-PROXIMO-DIA.
      *    DIA CORRIDO SEGUINTE AO CURSOR: DIA INEXISTENTE NO MES
      *    (DATEVAL) VIRA O PRIMEIRO DO MES SEGUINTE.
           ADD 1 TO WS-CAL-DIA.
           MOVE 'N' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-CAL-ANO WS-CAL-MES
                     WS-CAL-DIA WS-DATA-VALIDA
           END-CALL.
           IF WS-DATA-VALIDA NOT EQUAL 'S'
               MOVE 01 TO WS-CAL-DIA
               IF WS-CAL-MES < 12
                   ADD 1 TO WS-CAL-MES
               ELSE
                   MOVE 01 TO WS-CAL-MES
                   ADD 1 TO WS-CAL-ANO
               END-IF
           END-IF.
       P0610-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'JUROS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-JUROS-DAT.
           MOVE 'JUROACR.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-JUROACR-DAT.
           MOVE 'JURODIA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-JURODIA-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'LANCTOS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LANCTOS-TXT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'JUROLOG.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
