      ******************************************************************
      * Author:
      * Date:
      * Purpose: Variacao cambial do fechamento do mes - para o
      *          periodo AAAAMM informado, reavalia em moeda base cada
      *          codigo denominado em moeda estrangeira (MOEDAREG.DAT)
      *          pela taxa de abertura (a vigente no fim do mes
      *          anterior) e pela taxa de fechamento (a vigente no fim
      *          do periodo) de CAMBIO.DAT, com os mesmos paragrafos
      *          de conversao dos relatorios de valor. Imprime pelo
      *          PRINTSRV o ganho ou perda por codigo e os totais por
      *          moeda e por departamento (VARCAMB.AAAAMMDD.TXT, no
      *          catalogo de relatorios) e, confirmada a
      *          contabilizacao, grava as partidas balanceadas na
      *          interface GLINTERF do ultimo dia util do periodo
      *          pelas contas dos tipos G (ganho) e P (perda) do
      *          de-para GLCONTAS.DAT, registrando o periodo em
      *          VARCAMB.DAT para nao contabilizar duas vezes.
      *          As partidas contabilizadas tambem sao acumuladas no
      *          saldo contabil por conta e periodo (GLSALDO.DAT).
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          Na visao de uma empresa sai so o relatorio: a
      *          contabilizacao do periodo e da visao consolidada.
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

              SELECT GLCONTAS ASSIGN TO WS-ARQ-GLCONTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS GLM-CHAVE
              FILE STATUS IS WS-ST-GLM.

              SELECT GLINTERF ASSIGN TO WS-NOME-GLINTERF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-GLI.

              SELECT GLSALDO ASSIGN TO WS-ARQ-GLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS GLS-CHAVE
              FILE STATUS IS WS-ST-GLS.

              SELECT VARCAMB ASSIGN TO WS-ARQ-VARCAMB-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS VCB-PERIODO
              FILE STATUS IS WS-ST-VCB.

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

       FD CAMBIO.
       COPY FD_CAMBIO.

       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD GLCONTAS.
       COPY FD_GLMAP.

       FD GLINTERF.
      *    MESMO LAYOUT GRAVADO PELO GLPOST.
       01  RG-GLINTERF.
           02  GLI-DATA        PIC 9(08).
           02  GLI-CONTA       PIC X(08).
           02  GLI-DC          PIC X(01).
           02  GLI-VALOR       PIC 9(11)V99.
           02  GLI-ORIGEM      PIC X(08).
           02  GLI-COD-DADOS   PIC 9(07).

       FD GLSALDO.
       COPY FD_GLSALDO.

       FD VARCAMB.
       COPY FD_VARCAMB.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY CAMBIO_WS.
       COPY PRINTSRV_WS.
       COPY GLSALDO_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-GLCONTAS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-VARCAMB-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-GLSALDO-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-GLI      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GLINTERF     PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-GLM          PIC 99.
         88 ST-GLM-OK         VALUE 0.
       77 WS-ST-GLI          PIC 99.
         88 ST-GLI-OK         VALUE 0.
       77 WS-ST-VCB          PIC 99.
         88 ST-VCB-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-GLM-ABERTO      PIC X     VALUE 'N'.
         88 GLM-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-GLI-ABERTO      PIC X     VALUE 'N'.
         88 GLI-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-CONTABILIZA     PIC X     VALUE 'N'.
         88 CONTABILIZA                VALUE 'S' 's'.
       77 WS-JA-POSTADO      PIC X     VALUE 'N'.
         88 PERIODO-JA-POSTADO         VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO.
          02 WS-PER-ANO      PIC 9(04).
          02 WS-PER-MES      PIC 9(02).
       01 WS-PERIODO-ANT.
          02 WS-ANT-ANO      PIC 9(04).
          02 WS-ANT-MES      PIC 9(02).
       77 WS-PERIODO-NUM     PIC 9(06) VALUE ZEROS.
      *    DATAS DE REFERENCIA DAS TAXAS: VALE A TAXA MAIS RECENTE
      *    NAO POSTERIOR AO DIA 31 DO MES (EXISTA O DIA OU NAO).
       01 WS-REF-ABERTURA.
          02 WS-REF-ABE-PER  PIC 9(06).
          02 FILLER          PIC 9(02) VALUE 31.
       01 WS-REF-FECHAMENTO.
          02 WS-REF-FEC-PER  PIC 9(06).
          02 FILLER          PIC 9(02) VALUE 31.
      *    ULTIMO DIA UTIL DO PERIODO - A DATA CONTABIL.
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       01 WS-DATA-TESTE.
          02 WS-TESTE-ANO    PIC 9(04).
          02 WS-TESTE-MES    PIC 9(02).
          02 WS-TESTE-DIA    PIC 9(02).
       77 WS-DIA-CANDIDATO   PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-UTIL     PIC 9(08) VALUE ZEROS.
      *    VALORES DO CODIGO CORRENTE.
       77 WS-MOEDA           PIC X(03) VALUE SPACES.
       77 WS-TAXA-ABE        PIC 9(05)V9(06) VALUE ZEROS.
       77 WS-TAXA-FEC        PIC 9(05)V9(06) VALUE ZEROS.
       77 WS-BASE-ABE        PIC S9(11)V99 VALUE ZEROS.
       77 WS-BASE-FEC        PIC S9(11)V99 VALUE ZEROS.
       77 WS-VARIACAO        PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-POSTAR    PIC 9(11)V99 VALUE ZEROS.
       77 WS-SITUACAO        PIC X(10) VALUE SPACES.
      *    TOTAIS POR MOEDA E POR DEPARTAMENTO.
       01 WS-TABELA-MOEDAS.
          02 WS-MD-ITEM OCCURS 20 TIMES.
             03 WS-MD-MOEDA     PIC X(03).
             03 WS-MD-QTD       PIC 9(07).
             03 WS-MD-SALDO     PIC S9(11)V99.
             03 WS-MD-VARIACAO  PIC S9(11)V99.
       77 WS-QTD-MOEDAS      PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-DEPTOS.
          02 WS-DP-ITEM OCCURS 50 TIMES.
             03 WS-DP-DEPTO     PIC X(04).
             03 WS-DP-GANHO     PIC 9(11)V99.
             03 WS-DP-PERDA     PIC 9(11)V99.
       77 WS-QTD-DEPTOS      PIC 9(02) VALUE ZEROS.
       77 WS-IDX             PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHOU       PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-GANHO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PERDA     PIC 9(11)V99 VALUE ZEROS.
       77 WS-POSTADO-GANHO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-POSTADO-PERDA   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO   PIC S9(11)V99 VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ESTRANG    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-TAXA   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-MAPA   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-POSTADOS   PIC 9(07) VALUE ZEROS.
       77 WS-SALDO-ED        PIC -ZZZZZZ9,99.
       77 WS-TAXA-ED         PIC ZZZZ9,999999.
       77 WS-VALOR-ED        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR3-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       COPY EMPRSRV_WS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           MOVE 'I' TO EMP-FUNCAO.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               STOP RUN
           END-IF.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-APURA THRU P0200-FIM
                       UNTIL FIM-OK
               PERFORM P0400-TOTAIS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** VARIACAO CAMBIAL DO FECHAMENTO *****'.
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

           MOVE WS-PERIODO TO WS-PERIODO-ANT.
           IF WS-ANT-MES EQUAL 1
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.
           MOVE WS-PERIODO-ANT TO WS-REF-ABE-PER.
           MOVE WS-PERIODO     TO WS-REF-FEC-PER.

           MOVE 31 TO WS-DIA-CANDIDATO.
           MOVE ZEROS TO WS-ULTIMO-UTIL.
           PERFORM P0120-TESTA-DIA THRU P0120-FIM
                   UNTIL WS-ULTIMO-UTIL NOT EQUAL ZEROS
                      OR WS-DIA-CANDIDATO EQUAL ZEROS.
           IF WS-ULTIMO-UTIL EQUAL ZEROS
               DISPLAY 'PERIODO SEM DIA UTIL - VERIFIQUE O'
                       ' CALENDARIO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

      *    O PERIODO E CONTABILIZADO UMA VEZ SO, COM TODOS OS
      *    CODIGOS: NA VISAO DE UMA EMPRESA SAI SO O RELATORIO.
           MOVE SPACES TO WS-CONTABILIZA.
           IF EMP-VISAO-CONSOLIDADA
               DISPLAY 'CONTABILIZAR A VARIACAO NA INTERFACE DE '
                       WS-ULTIMO-UTIL
                       '? (S/N, VAZIO = SO RELATORIO): '
               ACCEPT WS-CONTABILIZA
           ELSE
               DISPLAY 'VISAO DA EMPRESA ' EMP-EMPRESA
                       ' - SAI SO O RELATORIO.'
           END-IF.
           IF CONTABILIZA
               PERFORM P0130-PREPARA-CONTABIL THRU P0130-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET DAD-ABERTO TO TRUE.

           PERFORM 9520-CARREGA-CAMBIO THRU 9520-FIM.
           PERFORM P0150-ABRE-SAIDA THRU P0150-FIM.
       P0100-FIM.

       P0120-TESTA-DIA.
      *    DO DIA 31 PARA TRAS: DATA INEXISTENTE NO MES OU DIA SEM
      *    EXPEDIENTE (DATEVAL 'U') PASSA PARA O DIA ANTERIOR.
           MOVE WS-DIA-CANDIDATO TO WS-TESTE-DIA.
           MOVE WS-PER-ANO TO WS-TESTE-ANO.
           MOVE WS-PER-MES TO WS-TESTE-MES.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-TESTE-ANO WS-TESTE-MES
                     WS-TESTE-DIA WS-DATA-VALIDA
           END-CALL.

           IF WS-DATA-VALIDA EQUAL 'S'
               MOVE WS-DATA-TESTE TO WS-ULTIMO-UTIL
           ELSE
               SUBTRACT 1 FROM WS-DIA-CANDIDATO
           END-IF.
       P0120-FIM.

       P0130-PREPARA-CONTABIL.
      *    A VARIACAO ENTRA NA INTERFACE QUE O GLPOST JA GRAVOU PARA
      *    O ULTIMO DIA UTIL; UM GLPOST POSTERIOR DO MESMO DIA
      *    REGRAVA A INTERFACE MAS MANTEM AS PARTIDAS DE ORIGEM
      *    VARCAMB (E O SALDO DELAS). PERIODO JA REGISTRADO EM
      *    VARCAMB.DAT SAI SO NO RELATORIO.
           SET PERIODO-JA-POSTADO TO FALSE.
           SET ST-VCB-OK TO TRUE.
           OPEN INPUT VARCAMB.
           IF ST-VCB-OK
               MOVE WS-PERIODO TO VCB-PERIODO
               READ VARCAMB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PERIODO-JA-POSTADO TO TRUE
               END-READ
               CLOSE VARCAMB
           END-IF.
           IF PERIODO-JA-POSTADO
               DISPLAY 'VARIACAO DO PERIODO ' WS-PERIODO
                       ' JA CONTABILIZADA EM ' VCB-DATA
                       ' - SAI SO O RELATORIO.'
               MOVE 'N' TO WS-CONTABILIZA
               GO TO P0130-FIM
           END-IF.

           SET ST-GLM-OK TO TRUE.
           OPEN INPUT GLCONTAS.
           IF NOT ST-GLM-OK
               DISPLAY 'DE-PARA CONTABIL GLCONTAS.DAT INDISPONIVEL -'
                       ' SAI SO O RELATORIO.'
               MOVE 'N' TO WS-CONTABILIZA
               GO TO P0130-FIM
           END-IF.
           SET GLM-ABERTO TO TRUE.

           PERFORM 9594-ABRE-SALDO-CONTABIL THRU 9594-FIM.
           IF NOT GLS-ABERTO
               DISPLAY 'SEM O SALDO CONTABIL - SAI SO O RELATORIO.'
               MOVE 'N' TO WS-CONTABILIZA
               GO TO P0130-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-GLINTERF.
           STRING WS-ARQ-PREF-GLI DELIMITED BY SPACE
                  WS-ULTIMO-UTIL
                  DELIMITED BY SIZE INTO WS-NOME-GLINTERF.

           SET ST-GLI-OK TO TRUE.
           OPEN EXTEND GLINTERF.
           IF NOT ST-GLI-OK
               DISPLAY 'GLPOST AINDA NAO RODOU PARA ' WS-ULTIMO-UTIL
                       ' - SAI SO O RELATORIO.'
               DISPLAY 'FILE STATUS: ' WS-ST-GLI
               MOVE 'N' TO WS-CONTABILIZA
               GO TO P0130-FIM
           END-IF.
           SET GLI-ABERTO TO TRUE.
       P0130-FIM.

       P0150-ABRE-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE 'VARIACAO CAMBIAL DO FECHAMENTO' TO PRT-TITULO.
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
                  ' - TAXA DE ABERTURA ATE ' WS-REF-ABERTURA
                  ', DE FECHAMENTO ATE ' WS-REF-FECHAMENTO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF CONTABILIZA
               STRING 'CONTABILIZADA NA INTERFACE DE '
                      WS-ULTIMO-UTIL
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               MOVE 'SOMENTE APURACAO - NADA CONTABILIZADO.'
                 TO WS-LINHA-RELATORIO
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE 'CODIGO  MOE DEPT SALDO MOEDA  TAXA ABERTURA'
             TO WS-LINHA-RELATORIO.
           MOVE 'TAXA FECHAM.   VALOR FECHAM.       VARIACAO SITUACAO'
             TO WS-LINHA-RELATORIO(43:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0150-FIM.

       P0200-APURA.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.

           MOVE COD-DADOS TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           IF WS-CAMB-MOEDA EQUAL WS-CAMB-MOEDA-BASE
              OR WS-CAMB-MOEDA EQUAL SPACES
               GO TO P0200-FIM
           END-IF.
           ADD 1 TO WS-CONT-ESTRANG.
           MOVE WS-CAMB-MOEDA TO WS-MOEDA.
           MOVE VALOR-DADOS   TO WS-CAMB-VALOR.
           MOVE ZEROS TO WS-TAXA-ABE WS-TAXA-FEC WS-BASE-FEC
                         WS-VARIACAO.

           MOVE WS-REF-ABERTURA TO WS-CAMB-DATA-REF.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.
           IF NOT CAMBIO-TAXA-OK
               GO TO P0200-SEM-TAXA
           END-IF.
           MOVE WS-CAMB-MELHOR-TAXA TO WS-TAXA-ABE.
           MOVE WS-CAMB-CONVERTIDO  TO WS-BASE-ABE.

           MOVE WS-REF-FECHAMENTO TO WS-CAMB-DATA-REF.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.
           IF NOT CAMBIO-TAXA-OK
               GO TO P0200-SEM-TAXA
           END-IF.
           MOVE WS-CAMB-MELHOR-TAXA TO WS-TAXA-FEC.
           MOVE WS-CAMB-CONVERTIDO  TO WS-BASE-FEC.

           COMPUTE WS-VARIACAO = WS-BASE-FEC - WS-BASE-ABE.
           MOVE SPACES TO WS-SITUACAO.
           IF WS-VARIACAO > ZEROS
               ADD WS-VARIACAO TO WS-TOTAL-GANHO
           END-IF.
           IF WS-VARIACAO < ZEROS
               SUBTRACT WS-VARIACAO FROM WS-TOTAL-PERDA
           END-IF.

           PERFORM P0220-ACUMULA-MOEDA THRU P0220-FIM.
           PERFORM P0230-ACUMULA-DEPTO THRU P0230-FIM.
           IF CONTABILIZA AND WS-VARIACAO NOT EQUAL ZEROS
               PERFORM P0300-CONTABILIZA THRU P0300-FIM
           END-IF.
           PERFORM P0250-IMPRIME-CODIGO THRU P0250-FIM.
           GO TO P0200-FIM.

       P0200-SEM-TAXA.
      *    SEM TAXA EM UMA DAS PONTAS NAO HA VARIACAO A MEDIR - O
      *    CODIGO SAI LISTADO PARA A MESA CADASTRAR A TAXA.
           ADD 1 TO WS-CONT-SEM-TAXA.
           MOVE 'SEM TAXA' TO WS-SITUACAO.
           PERFORM P0250-IMPRIME-CODIGO THRU P0250-FIM.
       P0200-FIM.

       P0220-ACUMULA-MOEDA.
           MOVE ZEROS TO WS-IDX-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0225-PROCURA-MOEDA THRU P0225-FIM
                   UNTIL WS-IDX > WS-QTD-MOEDAS
                      OR WS-IDX-ACHOU NOT EQUAL ZEROS.

           IF WS-IDX-ACHOU EQUAL ZEROS
               IF WS-QTD-MOEDAS < 20
                   ADD 1 TO WS-QTD-MOEDAS
                   MOVE WS-QTD-MOEDAS TO WS-IDX-ACHOU
                   MOVE WS-MOEDA TO WS-MD-MOEDA(WS-IDX-ACHOU)
                   MOVE ZEROS    TO WS-MD-QTD(WS-IDX-ACHOU)
                                    WS-MD-SALDO(WS-IDX-ACHOU)
                                    WS-MD-VARIACAO(WS-IDX-ACHOU)
               ELSE
                   DISPLAY 'ALERTA: MAIS DE 20 MOEDAS - ' WS-MOEDA
                           ' FICA FORA DO TOTAL POR MOEDA.'
                   GO TO P0220-FIM
               END-IF
           END-IF.

           ADD 1           TO WS-MD-QTD(WS-IDX-ACHOU).
           ADD VALOR-DADOS TO WS-MD-SALDO(WS-IDX-ACHOU).
           ADD WS-VARIACAO TO WS-MD-VARIACAO(WS-IDX-ACHOU).
       P0220-FIM.

       P0225-PROCURA-MOEDA.
           IF WS-MD-MOEDA(WS-IDX) EQUAL WS-MOEDA
               MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0225-FIM.

       P0230-ACUMULA-DEPTO.
           MOVE ZEROS TO WS-IDX-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0235-PROCURA-DEPTO THRU P0235-FIM
                   UNTIL WS-IDX > WS-QTD-DEPTOS
                      OR WS-IDX-ACHOU NOT EQUAL ZEROS.

           IF WS-IDX-ACHOU EQUAL ZEROS
               IF WS-QTD-DEPTOS < 50
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-IDX-ACHOU
                   MOVE DEPTO-DADOS TO WS-DP-DEPTO(WS-IDX-ACHOU)
                   MOVE ZEROS       TO WS-DP-GANHO(WS-IDX-ACHOU)
                                       WS-DP-PERDA(WS-IDX-ACHOU)
               ELSE
                   DISPLAY 'ALERTA: MAIS DE 50 DEPARTAMENTOS - '
                           DEPTO-DADOS ' FICA FORA DO TOTAL.'
                   GO TO P0230-FIM
               END-IF
           END-IF.

           IF WS-VARIACAO > ZEROS
               ADD WS-VARIACAO TO WS-DP-GANHO(WS-IDX-ACHOU)
           ELSE
               SUBTRACT WS-VARIACAO FROM WS-DP-PERDA(WS-IDX-ACHOU)
           END-IF.
       P0230-FIM.

       P0235-PROCURA-DEPTO.
           IF WS-DP-DEPTO(WS-IDX) EQUAL DEPTO-DADOS
               MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0235-FIM.

       P0250-IMPRIME-CODIGO.
           MOVE VALOR-DADOS TO WS-SALDO-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF WS-SITUACAO EQUAL 'SEM TAXA'
               STRING COD-DADOS ' ' WS-MOEDA ' ' DEPTO-DADOS ' '
                      WS-SALDO-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-SITUACAO TO WS-LINHA-RELATORIO(91:)
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0250-FIM
           END-IF.

           MOVE WS-TAXA-ABE TO WS-TAXA-ED.
           STRING COD-DADOS ' ' WS-MOEDA ' ' DEPTO-DADOS ' '
                  WS-SALDO-ED ' ' WS-TAXA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-TAXA-FEC TO WS-TAXA-ED.
           MOVE WS-BASE-FEC TO WS-VALOR-ED.
           MOVE WS-VARIACAO TO WS-VALOR2-ED.
           STRING WS-TAXA-ED ' ' WS-VALOR-ED ' ' WS-VALOR2-ED ' '
                  WS-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO(43:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0250-FIM.

       P0300-CONTABILIZA.
      *    GANHO PELAS CONTAS DO TIPO G, PERDA PELAS DO TIPO P DO
      *    DEPARTAMENTO - PARTIDA DOBRADA DO VALOR ABSOLUTO, COMO NO
      *    GLPOST. SEM MAPA A VARIACAO FICA SO NO RELATORIO.
           MOVE DEPTO-DADOS TO GLM-DEPTO.
           IF WS-VARIACAO > ZEROS
               MOVE 'G' TO GLM-TIPO
               MOVE WS-VARIACAO TO WS-VALOR-POSTAR
           ELSE
               MOVE 'P' TO GLM-TIPO
               COMPUTE WS-VALOR-POSTAR = ZEROS - WS-VARIACAO
           END-IF.

           READ GLCONTAS
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-MAPA
                   MOVE 'SEM MAPA' TO WS-SITUACAO
                   GO TO P0300-FIM
           END-READ.

           MOVE WS-ULTIMO-UTIL    TO GLI-DATA.
           MOVE GLM-CONTA-DEBITO  TO GLI-CONTA.
           MOVE 'D'               TO GLI-DC.
           MOVE WS-VALOR-POSTAR   TO GLI-VALOR.
           MOVE 'VARCAMB '        TO GLI-ORIGEM.
           MOVE COD-DADOS         TO GLI-COD-DADOS.
           WRITE RG-GLINTERF.
           PERFORM P0310-ACUMULA-SALDO THRU P0310-FIM.

           MOVE GLM-CONTA-CREDITO TO GLI-CONTA.
           MOVE 'C'               TO GLI-DC.
           WRITE RG-GLINTERF.
           PERFORM P0310-ACUMULA-SALDO THRU P0310-FIM.

           ADD 1 TO WS-CONT-POSTADOS.
           MOVE 'POSTADO' TO WS-SITUACAO.
           IF WS-VARIACAO > ZEROS
               ADD WS-VALOR-POSTAR TO WS-POSTADO-GANHO
           ELSE
               ADD WS-VALOR-POSTAR TO WS-POSTADO-PERDA
           END-IF.
       P0300-FIM.

       P0310-ACUMULA-SALDO.
           MOVE GLI-CONTA TO WS-GLS-CONTA.
           MOVE GLI-DATA  TO WS-GLS-DATA.
           MOVE GLI-DC    TO WS-GLS-DC.
           MOVE GLI-VALOR TO WS-GLS-VALOR.
           PERFORM 9595-ACUMULA-SALDO-CONTABIL THRU 9595-FIM.
       P0310-FIM.

       P0400-TOTAIS.
           IF NOT SAIDA-ABERTA
               GO TO P0400-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'TOTAL POR MOEDA:  MOE   CODIGOS    SALDO EM MOEDA'
             TO WS-LINHA-RELATORIO.
           MOVE 'VARIACAO' TO WS-LINHA-RELATORIO(60:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX.
           PERFORM P0410-IMPRIME-MOEDA THRU P0410-FIM
                   UNTIL WS-IDX > WS-QTD-MOEDAS.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'TOTAL POR DEPARTAMENTO: DEPT           GANHO'
             TO WS-LINHA-RELATORIO.
           MOVE 'PERDA        LIQUIDO' TO WS-LINHA-RELATORIO(54:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX.
           PERFORM P0420-IMPRIME-DEPTO THRU P0420-FIM
                   UNTIL WS-IDX > WS-QTD-DEPTOS.

           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-GANHO - WS-TOTAL-PERDA.
           MOVE WS-TOTAL-GANHO   TO WS-VALOR-ED.
           MOVE WS-TOTAL-PERDA   TO WS-VALOR2-ED.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR3-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'GANHO ' WS-VALOR-ED ' PERDA ' WS-VALOR2-ED
                  ' LIQUIDO ' WS-VALOR3-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF CONTABILIZA
               MOVE WS-POSTADO-GANHO TO WS-VALOR-ED
               MOVE WS-POSTADO-PERDA TO WS-VALOR2-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CONTABILIZADO: GANHO ' WS-VALOR-ED
                      ' PERDA ' WS-VALOR2-ED
                      ' CODIGOS SEM MAPA ' WS-CONT-SEM-MAPA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CODIGOS LIDOS ' WS-CONT-LIDOS
                  ' EM MOEDA ESTRANGEIRA ' WS-CONT-ESTRANG
                  ' SEM TAXA ' WS-CONT-SEM-TAXA
                  ' FORA DA VISAO ' WS-CONT-FORA-VISAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.

           IF CONTABILIZA
               PERFORM P0450-REGISTRA-PERIODO THRU P0450-FIM
           END-IF.
       P0400-FIM.

       P0410-IMPRIME-MOEDA.
           MOVE WS-MD-SALDO(WS-IDX)    TO WS-VALOR-ED.
           MOVE WS-MD-VARIACAO(WS-IDX) TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '                  ' WS-MD-MOEDA(WS-IDX)
                  '   ' WS-MD-QTD(WS-IDX)
                  '  ' WS-VALOR-ED '  ' WS-VALOR2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX.
       P0410-FIM.

       P0420-IMPRIME-DEPTO.
           MOVE WS-DP-GANHO(WS-IDX) TO WS-VALOR-ED.
           MOVE WS-DP-PERDA(WS-IDX) TO WS-VALOR2-ED.
           COMPUTE WS-VALOR3-ED = WS-DP-GANHO(WS-IDX)
                                - WS-DP-PERDA(WS-IDX).
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '                        ' WS-DP-DEPTO(WS-IDX)
                  ' ' WS-VALOR-ED ' ' WS-VALOR2-ED ' ' WS-VALOR3-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX.
       P0420-FIM.

       P0450-REGISTRA-PERIODO.
           SET ST-VCB-OK TO TRUE.
           OPEN I-O VARCAMB.

           IF WS-ST-VCB EQUAL 35 THEN
               OPEN OUTPUT VARCAMB
               CLOSE VARCAMB
               OPEN I-O VARCAMB
           END-IF.

           IF ST-VCB-OK THEN
               MOVE WS-PERIODO        TO VCB-PERIODO
               MOVE WS-ULTIMO-UTIL    TO VCB-DATA-CONTABIL
               MOVE WS-REF-ABERTURA   TO VCB-REF-ABERTURA
               MOVE WS-REF-FECHAMENTO TO VCB-REF-FECHAMENTO
               MOVE WS-CONT-POSTADOS  TO VCB-QTD-CODIGOS
               MOVE WS-POSTADO-GANHO  TO VCB-VALOR-GANHO
               MOVE WS-POSTADO-PERDA  TO VCB-VALOR-PERDA
               ACCEPT VCB-DATA FROM DATE YYYYMMDD
               ACCEPT VCB-HORA FROM TIME
               WRITE RG-VARCAMB
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR O PERIODO EM'
                               ' VARCAMB.DAT.'
               END-WRITE
               CLOSE VARCAMB
           ELSE
               DISPLAY 'REGISTRO DE VARIACOES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-VCB
           END-IF.
       P0450-FIM.

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
               MOVE 'VARCAMB ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'PERIODO ' WS-PERIODO ' CONTAB ' WS-CONTABILIZA
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

       P0500-FINALIZA.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.
           IF GLM-ABERTO
               CLOSE GLCONTAS
           END-IF.
           IF GLI-ABERTO
               CLOSE GLINTERF
           END-IF.
           IF GLS-ABERTO
               CLOSE GLSALDO
           END-IF.
           IF SAIDA-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS LIDOS.........: ' WS-CONT-LIDOS.
           DISPLAY 'EM MOEDA ESTRANGEIRA..: ' WS-CONT-ESTRANG.
           DISPLAY 'SEM TAXA EM UMA PONTA.: ' WS-CONT-SEM-TAXA.
           DISPLAY 'FORA DA VISAO.........: ' WS-CONT-FORA-VISAO.
           IF CONTABILIZA
               DISPLAY 'CODIGOS CONTABILIZADOS: ' WS-CONT-POSTADOS
               DISPLAY 'CODIGOS SEM MAPA G/P..: ' WS-CONT-SEM-MAPA
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY CAMBIO.

       COPY GLSALDO.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'CAMBIO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CAMBIO-DAT.
           MOVE 'MOEDAREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOEDAREG-DAT.
           MOVE 'GLCONTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-GLCONTAS-DAT.
           MOVE 'VARCAMB.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VARCAMB-DAT.
           MOVE 'GLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-GLSALDO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'GLINTERF.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-GLI.
           MOVE 'VARCAMB.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
