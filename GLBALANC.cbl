      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balancete contabil - para o periodo AAAAMM informado,
      *          le o saldo contabil por conta e periodo (GLSALDO.DAT,
      *          acumulado pelo GLPOST e pelo VARCAMB) e imprime por
      *          conta o saldo anterior (todos os periodos antes do
      *          informado, inclusive o saldo de implantacao), os
      *          debitos e creditos do periodo e o saldo atual, com o
      *          saldo devedor positivo e o credor negativo. Fecha
      *          com os totais e a conferencia debitos = creditos.
      *          Saida pelo PRINTSRV em GLBALANC.AAAAMMDD.TXT,
      *          registrada no catalogo de relatorios.
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
              SELECT GLSALDO ASSIGN TO WS-ARQ-GLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS GLS-CHAVE
              FILE STATUS IS WS-ST-GLS.

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
       FD GLSALDO.
       COPY FD_GLSALDO.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-GLSALDO-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-GLS          PIC 99.
         88 ST-GLS-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-GLS-ABERTO      PIC X     VALUE 'N'.
         88 GLS-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO.
          02 WS-PER-ANO      PIC 9(04).
          02 WS-PER-MES      PIC 9(02).
       77 WS-PERIODO-NUM     PIC 9(06) VALUE ZEROS.
      *    CONTA CORRENTE DA QUEBRA E SEUS ACUMULADORES.
       77 WS-CONTA-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-SALDO-ANTERIOR  PIC S9(13)V99 VALUE ZEROS.
       77 WS-DEBITOS-PER     PIC S9(13)V99 VALUE ZEROS.
       77 WS-CREDITOS-PER    PIC S9(13)V99 VALUE ZEROS.
       77 WS-SALDO-ATUAL     PIC S9(13)V99 VALUE ZEROS.
      *    TOTAIS DO BALANCETE.
       77 WS-TOT-ANTERIOR    PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-DEBITOS     PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-CREDITOS    PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-ATUAL       PIC S9(13)V99 VALUE ZEROS.
       77 WS-CONT-CONTAS     PIC 9(07) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR3-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR4-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-LE-SALDO THRU P0200-FIM
                       UNTIL FIM-OK
               PERFORM P0300-FECHA-CONTA THRU P0300-FIM
               PERFORM P0400-TOTAIS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** BALANCETE CONTABIL *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'PERIODO (AAAAMM, VAZIO = MES ANTERIOR): '
           ACCEPT WS-PERIODO-NUM.
           IF WS-PERIODO-NUM EQUAL ZEROS
               MOVE WS-HOJE(1:6) TO WS-PERIODO
               IF WS-PER-MES EQUAL 1
                   MOVE 12 TO WS-PER-MES
                   SUBTRACT 1 FROM WS-PER-ANO
               ELSE
                   SUBTRACT 1 FROM WS-PER-MES
               END-IF
           ELSE
               MOVE WS-PERIODO-NUM TO WS-PERIODO
           END-IF.

           IF WS-PER-MES < 1 OR WS-PER-MES > 12
              OR WS-PER-ANO < 1900
               DISPLAY 'PERIODO INVALIDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-GLS-OK TO TRUE.
           OPEN INPUT GLSALDO.
           IF NOT ST-GLS-OK
               DISPLAY 'SALDOS CONTABEIS GLSALDO.DAT INDISPONIVEIS -'
                       ' RODE O GLPOST ANTES DO BALANCETE.'
               DISPLAY 'FILE STATUS: ' WS-ST-GLS
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET GLS-ABERTO TO TRUE.

           PERFORM P0150-ABRE-SAIDA THRU P0150-FIM.
           IF NOT SAIDA-ABERTA
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0150-ABRE-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE 'BALANCETE CONTABIL' TO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0150-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PERIODO ' WS-PERIODO
                  ' - SALDO DEVEDOR POSITIVO, CREDOR NEGATIVO'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'CONTA        SALDO ANTERIOR            DEBITOS'
             TO WS-LINHA-RELATORIO.
           MOVE 'CREDITOS        SALDO ATUAL'
             TO WS-LINHA-RELATORIO(58:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0150-FIM.

       P0200-LE-SALDO.
      *    O ARQUIVO VEM NA ORDEM DA CHAVE (CONTA + PERIODO): QUEBRA
      *    POR CONTA. PERIODOS POSTERIORES AO INFORMADO SAO IGNORADOS.
           READ GLSALDO
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.

           IF GLS-CONTA NOT EQUAL WS-CONTA-ATUAL
               PERFORM P0300-FECHA-CONTA THRU P0300-FIM
               MOVE GLS-CONTA TO WS-CONTA-ATUAL
           END-IF.

           IF GLS-PERIODO < WS-PERIODO
               COMPUTE WS-SALDO-ANTERIOR = WS-SALDO-ANTERIOR
                                         + GLS-DEBITOS - GLS-CREDITOS
           ELSE
               IF GLS-PERIODO EQUAL WS-PERIODO
                   ADD GLS-DEBITOS  TO WS-DEBITOS-PER
                   ADD GLS-CREDITOS TO WS-CREDITOS-PER
               END-IF
           END-IF.
       P0200-FIM.

       P0300-FECHA-CONTA.
      *    CONTA SEM SALDO ANTERIOR E SEM MOVIMENTO NO PERIODO NAO
      *    SAI NO BALANCETE.
           IF WS-CONTA-ATUAL EQUAL SPACES
               GO TO P0300-FIM
           END-IF.
           IF WS-SALDO-ANTERIOR EQUAL ZEROS
              AND WS-DEBITOS-PER EQUAL ZEROS
              AND WS-CREDITOS-PER EQUAL ZEROS
               GO TO P0300-ZERA
           END-IF.

           COMPUTE WS-SALDO-ATUAL = WS-SALDO-ANTERIOR
                                  + WS-DEBITOS-PER - WS-CREDITOS-PER.
           MOVE WS-SALDO-ANTERIOR TO WS-VALOR-ED.
           MOVE WS-DEBITOS-PER    TO WS-VALOR2-ED.
           MOVE WS-CREDITOS-PER   TO WS-VALOR3-ED.
           MOVE WS-SALDO-ATUAL    TO WS-VALOR4-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CONTA-ATUAL ' ' WS-VALOR-ED ' ' WS-VALOR2-ED
                  ' ' WS-VALOR3-ED ' ' WS-VALOR4-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           ADD 1 TO WS-CONT-CONTAS.
           ADD WS-SALDO-ANTERIOR TO WS-TOT-ANTERIOR.
           ADD WS-DEBITOS-PER    TO WS-TOT-DEBITOS.
           ADD WS-CREDITOS-PER   TO WS-TOT-CREDITOS.
           ADD WS-SALDO-ATUAL    TO WS-TOT-ATUAL.

       P0300-ZERA.
           MOVE ZEROS TO WS-SALDO-ANTERIOR WS-DEBITOS-PER
                         WS-CREDITOS-PER WS-SALDO-ATUAL.
       P0300-FIM.

       P0400-TOTAIS.
           MOVE WS-TOT-ANTERIOR TO WS-VALOR-ED.
           MOVE WS-TOT-DEBITOS  TO WS-VALOR2-ED.
           MOVE WS-TOT-CREDITOS TO WS-VALOR3-ED.
           MOVE WS-TOT-ATUAL    TO WS-VALOR4-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL    ' WS-VALOR-ED ' ' WS-VALOR2-ED
                  ' ' WS-VALOR3-ED ' ' WS-VALOR4-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

      *    PARTIDA DOBRADA: DEBITOS E CREDITOS DO PERIODO BATEM E O
      *    SALDO SOMADO DE TODAS AS CONTAS E ZERO.
           IF WS-TOT-DEBITOS EQUAL WS-TOT-CREDITOS
              AND WS-TOT-ATUAL EQUAL ZEROS
               MOVE 'BALANCETE FECHADO (DEBITOS = CREDITOS).'
                 TO WS-LINHA-RELATORIO
           ELSE
               MOVE 'ALERTA: BALANCETE NAO FECHA - CONFIRA AS'
                 TO WS-LINHA-RELATORIO
               MOVE 'INTERFACES E O SALDO DE IMPLANTACAO.'
                 TO WS-LINHA-RELATORIO(42:)
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CONTAS LISTADAS ' WS-CONT-CONTAS
                  ' REGISTROS DE SALDO LIDOS ' WS-CONT-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
       P0400-FIM.

       P0500-FINALIZA.
           IF GLS-ABERTO
               CLOSE GLSALDO
           END-IF.
           IF SAIDA-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'REGISTROS DE SALDO....: ' WS-CONT-LIDOS.
           DISPLAY 'CONTAS LISTADAS.......: ' WS-CONT-CONTAS.
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
               MOVE 'GLBALANC' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'PERIODO ' WS-PERIODO
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
           MOVE 'GLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-GLSALDO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'GLBALANC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
