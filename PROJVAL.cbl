      ******************************************************************
      * Author:
      * Date:
      * Purpose: Projecao de doze meses do valor por departamento -
      *          parte da posicao atual de DADOS1.DAT e rola cada
      *          codigo mes a mes pelos doze periodos seguintes ao
      *          corrente: no mes em que uma taxa de TAXMAST.DAT entra
      *          em vigencia para o departamento (propria ou a global
      *          ****, pela mesma regra do REVAL) o valor e
      *          reavaliado pelo fator, e em seguida as instrucoes
      *          permanentes de RECORR.DAT que vencem no mes (mesma
      *          regra de vencimento do RECORGER, ainda nao geradas)
      *          somam ou subtraem o valor fixo ou o percentual do
      *          valor projetado. Os codigos sao somados por
      *          departamento e o valor projetado de cada mes sai ao
      *          lado da meta do periodo em METAS.DAT. Somente
      *          leitura - nenhum arquivo de producao e alterado.
      *          Relatorio pelo PRINTSRV em PROJVAL.AAAAMMDD.TXT,
      *          registrado no catalogo de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
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

              SELECT RECORR ASSIGN TO WS-ARQ-RECORR-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS REC-CHAVE
              FILE STATUS IS WS-ST-REC.

              SELECT TAXMAST ASSIGN TO WS-ARQ-TAXMAST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS TXM-CHAVE
              FILE STATUS IS WS-ST-TXM.

              SELECT METAS ASSIGN TO WS-ARQ-METAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS META-CHAVE
              FILE STATUS IS WS-ST-META.

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

       FD RECORR.
       COPY FD_RECORR.

       FD TAXMAST.
       COPY FD_TAXMAST.

       FD METAS.
       COPY FD_META.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RECORR-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-TAXMAST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-METAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-REC          PIC 99.
         88 ST-REC-OK         VALUE 0.
       77 WS-ST-TXM          PIC 99.
         88 ST-TXM-OK         VALUE 0.
       77 WS-ST-META         PIC 99.
         88 ST-META-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X.
         88 FIM-LEITURA       VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-REC-ABERTO      PIC X     VALUE 'N'.
         88 REC-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-META-ABERTO     PIC X     VALUE 'N'.
         88 META-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-TEM-META        PIC X     VALUE 'N'.
         88 TEM-META                   VALUE 'S' FALSE 'N'.
       77 WS-VENCE           PIC X     VALUE 'N'.
         88 VENCE-NO-MES               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO         PIC 9(06) VALUE ZEROS.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          02 WS-PER-ANO      PIC 9(04).
          02 WS-PER-MES      PIC 9(02).
      *    OS DOZE PERIODOS PROJETADOS E O ULTIMO DIA DE CADA UM
      *    (DIA 31, EXISTA OU NAO, COMO NAS REFERENCIAS DE TAXA).
       01 WS-TABELA-MESES.
          02 WS-MS-ITEM OCCURS 12 TIMES.
             03 WS-MS-PERIODO   PIC 9(06).
             03 WS-MS-FIM       PIC 9(08).
       77 WS-IDX-MES         PIC 9(02) VALUE ZEROS.
      *    MESTRE DE TAXAS INTEIRO EM MEMORIA (VIGENTES E FUTURAS).
       01 WS-TABELA-TAXAS.
          02 WS-TX-ITEM OCCURS 300 TIMES.
             03 WS-TX-DEPTO     PIC X(04).
             03 WS-TX-VIGENCIA  PIC 9(08).
             03 WS-TX-FATOR     PIC 9(03)V9(06).
       77 WS-QTD-TAXAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TAXA        PIC 9(03) VALUE ZEROS.
       77 WS-CONT-TAXAS-FORA PIC 9(05) VALUE ZEROS.
      *    TAXA QUE VALE NO FIM DO MES PARA O DEPARTAMENTO.
       77 WS-VIG-PROPRIA     PIC 9(08) VALUE ZEROS.
       77 WS-FAT-PROPRIA     PIC 9(03)V9(06) VALUE ZEROS.
       77 WS-VIG-GLOBAL      PIC 9(08) VALUE ZEROS.
       77 WS-FAT-GLOBAL      PIC 9(03)V9(06) VALUE ZEROS.
       01 WS-VIG-VALE        PIC 9(08) VALUE ZEROS.
       01 WS-VIG-VALE-R REDEFINES WS-VIG-VALE.
          02 WS-VIG-VALE-PER PIC 9(06).
          02 WS-VIG-VALE-DIA PIC 9(02).
       77 WS-FAT-VALE        PIC 9(03)V9(06) VALUE ZEROS.
      *    DEPARTAMENTOS: POSICAO ATUAL E, POR MES, O FATOR QUE ENTRA
      *    EM VIGENCIA (ZERO = NENHUM), O EFEITO DA TAXA, OS AJUSTES
      *    DAS INSTRUCOES E O VALOR PROJETADO NO FIM DO MES.
       01 WS-TABELA-DEPTOS.
          02 WS-DP-ITEM OCCURS 100 TIMES.
             03 WS-DP-DEPTO     PIC X(04).
             03 WS-DP-QTD       PIC 9(07).
             03 WS-DP-ATUAL     PIC S9(13)V99.
             03 WS-DP-MES OCCURS 12 TIMES.
                04 WS-DP-FATOR     PIC 9(03)V9(06).
                04 WS-DP-EFEITO    PIC S9(13)V99.
                04 WS-DP-AJUSTE    PIC S9(13)V99.
                04 WS-DP-VALOR     PIC S9(13)V99.
       77 WS-QTD-DEPTOS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DP          PIC 9(03) VALUE ZEROS.
       77 WS-IDX             PIC 9(03) VALUE ZEROS.
       77 WS-CONT-DEP-FORA   PIC 9(07) VALUE ZEROS.
      *    INSTRUCOES PERMANENTES DO CODIGO CORRENTE.
       01 WS-TABELA-INSTR.
          02 WS-IN-ITEM OCCURS 99 TIMES.
             03 WS-IN-TIPO      PIC X(01).
             03 WS-IN-BASE      PIC X(01).
             03 WS-IN-VALOR     PIC 9(07)V99.
             03 WS-IN-FREQ      PIC X(01).
             03 WS-IN-INICIO    PIC 9(06).
             03 WS-IN-FIM       PIC 9(06).
             03 WS-IN-ULT-GER   PIC 9(06).
       77 WS-QTD-INSTR       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-IN          PIC 9(02) VALUE ZEROS.
       01 WS-INICIO-REC      PIC 9(06) VALUE ZEROS.
       01 WS-INICIO-REC-R REDEFINES WS-INICIO-REC.
          02 WS-INI-ANO      PIC 9(04).
          02 WS-INI-MES      PIC 9(02).
       01 WS-MES-TESTE       PIC 9(06) VALUE ZEROS.
       01 WS-MES-TESTE-R REDEFINES WS-MES-TESTE.
          02 WS-TST-ANO      PIC 9(04).
          02 WS-TST-MES      PIC 9(02).
       77 WS-MESES-VIGENCIA  PIC S9(05) COMP VALUE ZEROS.
       77 WS-RESTO-TRI       PIC S9(05) COMP VALUE ZEROS.
       77 WS-QUOC-TRI        PIC S9(05) COMP VALUE ZEROS.
      *    VALOR DO CODIGO AO LONGO DA PROJECAO.
       77 WS-VALOR-PROJ      PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-NOVO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-INSTR     PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONT-ESTOUROS   PIC 9(07) VALUE ZEROS.
      *    TOTAIS DO MES E LINHA DE IMPRESSAO.
       77 WS-TOT-VALOR       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-META        PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-ATUAL       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-EFEITO      PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-AJUSTE      PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIFERENCA       PIC S9(13)V99 VALUE ZEROS.
       77 WS-MARCA-TAXA      PIC X(01) VALUE SPACES.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-INSTR      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ED          PIC ZZZZZZ9.
       77 WS-VALOR-ED        PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR3-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR4-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR5-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-META-TXT        PIC X(17) VALUE SPACES.
       77 WS-DIF-TXT         PIC X(17) VALUE SPACES.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.

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
               PERFORM P0200-PROJETA-CODIGO THRU P0200-FIM
                       UNTIL FIM-OK
               PERFORM P0400-IMPRIME THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** PROJECAO DE DOZE MESES POR DEPTO *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:6) TO WS-PERIODO.

      *    OS DOZE PERIODOS SEGUINTES AO CORRENTE - O MES CORRENTE JA
      *    ESTA NA POSICAO OU SERA GERADO NA CADEIA DE HOJE.
           MOVE 1 TO WS-IDX-MES.
           PERFORM P0105-MONTA-MES THRU P0105-FIM
                   UNTIL WS-IDX-MES > 12.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET DAD-ABERTO TO TRUE.

           PERFORM P0110-CARREGA-TAXAS THRU P0110-FIM.

           SET ST-REC-OK TO TRUE.
           OPEN INPUT RECORR.
           IF ST-REC-OK
               SET REC-ABERTO TO TRUE
           ELSE
               DISPLAY 'RECORR.DAT INDISPONIVEL - PROJECAO SEM'
                       ' INSTRUCOES PERMANENTES.'
           END-IF.

           SET ST-META-OK TO TRUE.
           OPEN INPUT METAS.
           IF ST-META-OK
               SET META-ABERTO TO TRUE
           ELSE
               DISPLAY 'METAS.DAT INDISPONIVEL - PROJECAO SEM METAS.'
           END-IF.
       P0100-FIM.

       P0105-MONTA-MES.
           IF WS-PER-MES EQUAL 12
               MOVE 1 TO WS-PER-MES
               ADD 1 TO WS-PER-ANO
           ELSE
               ADD 1 TO WS-PER-MES
           END-IF.
           MOVE WS-PERIODO TO WS-MS-PERIODO(WS-IDX-MES).
           COMPUTE WS-MS-FIM(WS-IDX-MES) = WS-PERIODO * 100 + 31.
           ADD 1 TO WS-IDX-MES.
       P0105-FIM.

       P0110-CARREGA-TAXAS.
           SET ST-TXM-OK TO TRUE.
           OPEN INPUT TAXMAST.
           IF NOT ST-TXM-OK
               DISPLAY 'TAXMAST.DAT INDISPONIVEL - PROJECAO SEM'
                       ' REAVALIACAO.'
               GO TO P0110-FIM
           END-IF.

           SET FIM-LEITURA TO FALSE.
           PERFORM P0115-LE-TAXA THRU P0115-FIM
                   UNTIL FIM-LEITURA.
           CLOSE TAXMAST.
       P0110-FIM.

       P0115-LE-TAXA.
           READ TAXMAST
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0115-FIM
           END-READ.
           IF WS-QTD-TAXAS NOT < 300
               ADD 1 TO WS-CONT-TAXAS-FORA
               GO TO P0115-FIM
           END-IF.
           ADD 1 TO WS-QTD-TAXAS.
           MOVE TXM-DEPTO    TO WS-TX-DEPTO(WS-QTD-TAXAS).
           MOVE TXM-VIGENCIA TO WS-TX-VIGENCIA(WS-QTD-TAXAS).
           MOVE TXM-FATOR    TO WS-TX-FATOR(WS-QTD-TAXAS).
       P0115-FIM.

       P0200-PROJETA-CODIGO.
           READ DADOS1
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.

           PERFORM P0210-LOCALIZA-DEPTO THRU P0210-FIM.
           IF WS-IDX-DP EQUAL ZEROS
               ADD 1 TO WS-CONT-DEP-FORA
               GO TO P0200-FIM
           END-IF.
           ADD 1 TO WS-DP-QTD(WS-IDX-DP).
           ADD VALOR-DADOS TO WS-DP-ATUAL(WS-IDX-DP).

           PERFORM P0240-CARREGA-INSTRUCOES THRU P0240-FIM.

           MOVE VALOR-DADOS TO WS-VALOR-PROJ.
           MOVE 1 TO WS-IDX-MES.
           PERFORM P0260-PROJETA-MES THRU P0260-FIM
                   UNTIL WS-IDX-MES > 12.
       P0200-FIM.

       P0210-LOCALIZA-DEPTO.
      *    DEPARTAMENTO NOVO NA TABELA JA TEM OS FATORES DOS DOZE
      *    MESES CALCULADOS NA INCLUSAO.
           MOVE ZEROS TO WS-IDX-DP.
           MOVE 1 TO WS-IDX.
           PERFORM P0215-COMPARA-DEPTO THRU P0215-FIM
                   UNTIL WS-IDX > WS-QTD-DEPTOS
                      OR WS-IDX-DP NOT EQUAL ZEROS.
           IF WS-IDX-DP NOT EQUAL ZEROS
               GO TO P0210-FIM
           END-IF.
           IF WS-QTD-DEPTOS NOT < 100
               GO TO P0210-FIM
           END-IF.

           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-QTD-DEPTOS TO WS-IDX-DP.
           MOVE DEPTO-DADOS TO WS-DP-DEPTO(WS-IDX-DP).
           MOVE ZEROS TO WS-DP-QTD(WS-IDX-DP) WS-DP-ATUAL(WS-IDX-DP).
           MOVE 1 TO WS-IDX-MES.
           PERFORM P0220-FATOR-DO-MES THRU P0220-FIM
                   UNTIL WS-IDX-MES > 12.
       P0210-FIM.

       P0215-COMPARA-DEPTO.
           IF WS-DP-DEPTO(WS-IDX) EQUAL DEPTO-DADOS
               MOVE WS-IDX TO WS-IDX-DP
           END-IF.
           ADD 1 TO WS-IDX.
       P0215-FIM.

       P0220-FATOR-DO-MES.
      *    NO FIM DO MES VALE A TAXA PROPRIA MAIS RECENTE OU, SEM
      *    ELA, A GLOBAL ****. SE ESSA TAXA ENTROU EM VIGENCIA NO
      *    PROPRIO MES (E DEPOIS DE HOJE), O FATOR E APLICADO NO MES.
           MOVE ZEROS TO WS-VIG-PROPRIA WS-FAT-PROPRIA
                         WS-VIG-GLOBAL WS-FAT-GLOBAL
                         WS-DP-FATOR(WS-IDX-DP, WS-IDX-MES)
                         WS-DP-EFEITO(WS-IDX-DP, WS-IDX-MES)
                         WS-DP-AJUSTE(WS-IDX-DP, WS-IDX-MES)
                         WS-DP-VALOR(WS-IDX-DP, WS-IDX-MES).
           MOVE 1 TO WS-IDX-TAXA.
           PERFORM P0225-TESTA-TAXA THRU P0225-FIM
                   UNTIL WS-IDX-TAXA > WS-QTD-TAXAS.

           IF WS-VIG-PROPRIA NOT EQUAL ZEROS
               MOVE WS-VIG-PROPRIA TO WS-VIG-VALE
               MOVE WS-FAT-PROPRIA TO WS-FAT-VALE
           ELSE
               MOVE WS-VIG-GLOBAL  TO WS-VIG-VALE
               MOVE WS-FAT-GLOBAL  TO WS-FAT-VALE
           END-IF.

           IF WS-VIG-VALE > WS-HOJE
              AND WS-VIG-VALE-PER EQUAL WS-MS-PERIODO(WS-IDX-MES)
               MOVE WS-FAT-VALE TO WS-DP-FATOR(WS-IDX-DP, WS-IDX-MES)
           END-IF.
           ADD 1 TO WS-IDX-MES.
       P0220-FIM.

       P0225-TESTA-TAXA.
           IF WS-TX-VIGENCIA(WS-IDX-TAXA) <= WS-MS-FIM(WS-IDX-MES)
               IF WS-TX-DEPTO(WS-IDX-TAXA) EQUAL DEPTO-DADOS
                  AND WS-TX-VIGENCIA(WS-IDX-TAXA) >= WS-VIG-PROPRIA
                   MOVE WS-TX-VIGENCIA(WS-IDX-TAXA) TO WS-VIG-PROPRIA
                   MOVE WS-TX-FATOR(WS-IDX-TAXA)    TO WS-FAT-PROPRIA
               END-IF
               IF WS-TX-DEPTO(WS-IDX-TAXA) EQUAL '****'
                  AND WS-TX-VIGENCIA(WS-IDX-TAXA) >= WS-VIG-GLOBAL
                   MOVE WS-TX-VIGENCIA(WS-IDX-TAXA) TO WS-VIG-GLOBAL
                   MOVE WS-TX-FATOR(WS-IDX-TAXA)    TO WS-FAT-GLOBAL
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-TAXA.
       P0225-FIM.

       P0240-CARREGA-INSTRUCOES.
      *    INSTRUCOES ATIVAS DO CODIGO, LIDAS A PARTIR DA PRIMEIRA
      *    SEQUENCIA DA CHAVE.
           MOVE ZEROS TO WS-QTD-INSTR.
           IF NOT REC-ABERTO
               GO TO P0240-FIM
           END-IF.

           MOVE COD-DADOS TO REC-COD-DADOS.
           MOVE ZEROS     TO REC-SEQ.
           START RECORR KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   GO TO P0240-FIM
           END-START.

           SET FIM-LEITURA TO FALSE.
           PERFORM P0245-LE-INSTRUCAO THRU P0245-FIM
                   UNTIL FIM-LEITURA.
       P0240-FIM.

       P0245-LE-INSTRUCAO.
           READ RECORR NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0245-FIM
           END-READ.
           IF REC-COD-DADOS NOT EQUAL COD-DADOS
               SET FIM-LEITURA TO TRUE
               GO TO P0245-FIM
           END-IF.
           IF REC-INATIVO OR WS-QTD-INSTR NOT < 99
               GO TO P0245-FIM
           END-IF.

           ADD 1 TO WS-QTD-INSTR.
           MOVE REC-TIPO        TO WS-IN-TIPO(WS-QTD-INSTR).
           MOVE REC-BASE        TO WS-IN-BASE(WS-QTD-INSTR).
           MOVE REC-VALOR       TO WS-IN-VALOR(WS-QTD-INSTR).
           MOVE REC-FREQUENCIA  TO WS-IN-FREQ(WS-QTD-INSTR).
           MOVE REC-INICIO      TO WS-IN-INICIO(WS-QTD-INSTR).
           MOVE REC-FIM         TO WS-IN-FIM(WS-QTD-INSTR).
           MOVE REC-ULT-GERACAO TO WS-IN-ULT-GER(WS-QTD-INSTR).
       P0245-FIM.

       P0260-PROJETA-MES.
      *    PRIMEIRO A TAXA QUE ENTRA EM VIGENCIA, DEPOIS AS
      *    INSTRUCOES QUE VENCEM NO MES SOBRE O VALOR JA REAVALIADO.
           IF WS-DP-FATOR(WS-IDX-DP, WS-IDX-MES) NOT EQUAL ZEROS
               COMPUTE WS-VALOR-NOVO ROUNDED = WS-VALOR-PROJ
                       * WS-DP-FATOR(WS-IDX-DP, WS-IDX-MES)
                   ON SIZE ERROR
                       ADD 1 TO WS-CONT-ESTOUROS
                       MOVE WS-VALOR-PROJ TO WS-VALOR-NOVO
               END-COMPUTE
               COMPUTE WS-DP-EFEITO(WS-IDX-DP, WS-IDX-MES) =
                       WS-DP-EFEITO(WS-IDX-DP, WS-IDX-MES)
                     + WS-VALOR-NOVO - WS-VALOR-PROJ
               MOVE WS-VALOR-NOVO TO WS-VALOR-PROJ
           END-IF.

           MOVE 1 TO WS-IDX-IN.
           PERFORM P0270-APLICA-INSTRUCAO THRU P0270-FIM
                   UNTIL WS-IDX-IN > WS-QTD-INSTR.

           ADD WS-VALOR-PROJ TO WS-DP-VALOR(WS-IDX-DP, WS-IDX-MES).
           ADD 1 TO WS-IDX-MES.
       P0260-FIM.

       P0270-APLICA-INSTRUCAO.
      *    MESMA REGRA DE VENCIMENTO DO RECORGER, COM O MES PROJETADO
      *    NO LUGAR DO PERIODO CORRENTE.
           MOVE WS-MS-PERIODO(WS-IDX-MES) TO WS-MES-TESTE.
           SET VENCE-NO-MES TO TRUE.
           IF WS-MES-TESTE < WS-IN-INICIO(WS-IDX-IN)
               SET VENCE-NO-MES TO FALSE
           END-IF.
           IF WS-IN-FIM(WS-IDX-IN) NOT EQUAL ZEROS
              AND WS-MES-TESTE > WS-IN-FIM(WS-IDX-IN)
               SET VENCE-NO-MES TO FALSE
           END-IF.
           IF WS-IN-ULT-GER(WS-IDX-IN) >= WS-MES-TESTE
               SET VENCE-NO-MES TO FALSE
           END-IF.
           IF VENCE-NO-MES AND WS-IN-FREQ(WS-IDX-IN) EQUAL 'T'
               MOVE WS-IN-INICIO(WS-IDX-IN) TO WS-INICIO-REC
               COMPUTE WS-MESES-VIGENCIA =
                       (WS-TST-ANO - WS-INI-ANO) * 12
                     + WS-TST-MES - WS-INI-MES
               DIVIDE WS-MESES-VIGENCIA BY 3 GIVING WS-QUOC-TRI
                   REMAINDER WS-RESTO-TRI
               IF WS-RESTO-TRI NOT EQUAL ZEROS
                   SET VENCE-NO-MES TO FALSE
               END-IF
           END-IF.
           IF NOT VENCE-NO-MES
               GO TO P0270-PROXIMA
           END-IF.

           IF WS-IN-BASE(WS-IDX-IN) EQUAL 'V'
               MOVE WS-IN-VALOR(WS-IDX-IN) TO WS-VALOR-INSTR
           ELSE
               COMPUTE WS-VALOR-INSTR ROUNDED =
                       WS-VALOR-PROJ * WS-IN-VALOR(WS-IDX-IN) / 100
                   ON SIZE ERROR
                       ADD 1 TO WS-CONT-ESTOUROS
                       GO TO P0270-PROXIMA
               END-COMPUTE
           END-IF.

           ADD 1 TO WS-CONT-INSTR.
           IF WS-IN-TIPO(WS-IDX-IN) EQUAL 'D'
               SUBTRACT WS-VALOR-INSTR FROM WS-VALOR-PROJ
               SUBTRACT WS-VALOR-INSTR
                   FROM WS-DP-AJUSTE(WS-IDX-DP, WS-IDX-MES)
           ELSE
               ADD WS-VALOR-INSTR TO WS-VALOR-PROJ
               ADD WS-VALOR-INSTR
                   TO WS-DP-AJUSTE(WS-IDX-DP, WS-IDX-MES)
           END-IF.

       P0270-PROXIMA.
           ADD 1 TO WS-IDX-IN.
       P0270-FIM.

       P0400-IMPRIME.
           PERFORM P0150-ABRE-SAIDA THRU P0150-FIM.
           IF NOT SAIDA-ABERTA
               GO TO P0400-FIM
           END-IF.

           MOVE 1 TO WS-IDX-DP.
           PERFORM P0410-IMPRIME-DEPTO THRU P0410-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE ZEROS TO WS-TOT-ATUAL.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0440-SOMA-ATUAL THRU P0440-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.
           MOVE WS-TOT-ATUAL TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TODOS OS DEPARTAMENTOS - POSICAO ATUAL '
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX-MES.
           PERFORM P0430-IMPRIME-TOTAL-MES THRU P0430-FIM
                   UNTIL WS-IDX-MES > 12.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CODIGOS ' WS-CONT-LIDOS
                  ' INSTRUCOES APLICADAS ' WS-CONT-INSTR
                  ' ESTOUROS ' WS-CONT-ESTOUROS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF WS-CONT-DEP-FORA > ZEROS OR WS-CONT-TAXAS-FORA > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'ALERTA: TABELAS CHEIAS - ' WS-CONT-DEP-FORA
                      ' CODIGOS E ' WS-CONT-TAXAS-FORA
                      ' TAXAS FORA DA PROJECAO.'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
       P0400-FIM.

       P0150-ABRE-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE 'PROJECAO DE DOZE MESES POR DEPTO' TO PRT-TITULO.
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
           STRING 'POSICAO DE ' WS-HOJE ' PROJETADA DE '
                  WS-MS-PERIODO(1) ' A ' WS-MS-PERIODO(12)
                  ' - * = TAXA ENTRA EM VIGENCIA NO MES'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0150-FIM.

       P0410-IMPRIME-DEPTO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE WS-DP-QTD(WS-IDX-DP)   TO WS-QTD-ED.
           MOVE WS-DP-ATUAL(WS-IDX-DP) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DEPTO ' WS-DP-DEPTO(WS-IDX-DP)
                  ' CODIGOS ' WS-QTD-ED
                  ' POSICAO ATUAL ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'MES           EFEITO TAXA           AJUSTES'
             TO WS-LINHA-RELATORIO.
           MOVE 'PROJETADO              META         DIFERENCA'
             TO WS-LINHA-RELATORIO(53:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 1 TO WS-IDX-MES.
           PERFORM P0420-IMPRIME-MES THRU P0420-FIM
                   UNTIL WS-IDX-MES > 12.
           ADD 1 TO WS-IDX-DP.
       P0410-FIM.

       P0420-IMPRIME-MES.
           MOVE WS-DP-DEPTO(WS-IDX-DP) TO META-DEPTO.
           PERFORM P0450-LE-META THRU P0450-FIM.

           MOVE SPACES TO WS-MARCA-TAXA.
           IF WS-DP-FATOR(WS-IDX-DP, WS-IDX-MES) NOT EQUAL ZEROS
               MOVE '*' TO WS-MARCA-TAXA
           END-IF.
           MOVE WS-DP-EFEITO(WS-IDX-DP, WS-IDX-MES) TO WS-VALOR-ED.
           MOVE WS-DP-AJUSTE(WS-IDX-DP, WS-IDX-MES) TO WS-VALOR2-ED.
           MOVE WS-DP-VALOR(WS-IDX-DP, WS-IDX-MES)  TO WS-VALOR3-ED.
           MOVE SPACES TO WS-META-TXT WS-DIF-TXT.
           IF TEM-META
               MOVE META-VALOR TO WS-VALOR4-ED
               MOVE WS-VALOR4-ED TO WS-META-TXT
               COMPUTE WS-DIFERENCA =
                       WS-DP-VALOR(WS-IDX-DP, WS-IDX-MES) - META-VALOR
               MOVE WS-DIFERENCA TO WS-VALOR5-ED
               MOVE WS-VALOR5-ED TO WS-DIF-TXT
           ELSE
               MOVE '         SEM META' TO WS-META-TXT
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-MS-PERIODO(WS-IDX-MES) WS-MARCA-TAXA
                  ' ' WS-VALOR-ED ' ' WS-VALOR2-ED ' ' WS-VALOR3-ED
                  ' ' WS-META-TXT ' ' WS-DIF-TXT
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX-MES.
       P0420-FIM.

       P0430-IMPRIME-TOTAL-MES.
      *    TOTAL DO MES EM TODOS OS DEPARTAMENTOS, COM A SOMA DAS
      *    METAS DOS DEPARTAMENTOS QUE TEM META NO PERIODO.
           MOVE ZEROS TO WS-TOT-VALOR WS-TOT-META WS-TOT-EFEITO
                         WS-TOT-AJUSTE.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0435-SOMA-DEPTO THRU P0435-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           MOVE WS-TOT-EFEITO TO WS-VALOR-ED.
           MOVE WS-TOT-AJUSTE TO WS-VALOR2-ED.
           MOVE WS-TOT-VALOR  TO WS-VALOR3-ED.
           MOVE WS-TOT-META   TO WS-VALOR4-ED.
           COMPUTE WS-DIFERENCA = WS-TOT-VALOR - WS-TOT-META.
           MOVE WS-DIFERENCA  TO WS-VALOR5-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-MS-PERIODO(WS-IDX-MES)
                  '  ' WS-VALOR-ED ' ' WS-VALOR2-ED ' ' WS-VALOR3-ED
                  ' ' WS-VALOR4-ED ' ' WS-VALOR5-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX-MES.
       P0430-FIM.

       P0435-SOMA-DEPTO.
           ADD WS-DP-EFEITO(WS-IDX-DP, WS-IDX-MES) TO WS-TOT-EFEITO.
           ADD WS-DP-AJUSTE(WS-IDX-DP, WS-IDX-MES) TO WS-TOT-AJUSTE.
           ADD WS-DP-VALOR(WS-IDX-DP, WS-IDX-MES)  TO WS-TOT-VALOR.
           MOVE WS-DP-DEPTO(WS-IDX-DP) TO META-DEPTO.
           PERFORM P0450-LE-META THRU P0450-FIM.
           IF TEM-META
               ADD META-VALOR TO WS-TOT-META
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0435-FIM.

       P0440-SOMA-ATUAL.
           ADD WS-DP-ATUAL(WS-IDX-DP) TO WS-TOT-ATUAL.
           ADD 1 TO WS-IDX-DP.
       P0440-FIM.

       P0450-LE-META.
      *    META-DEPTO VEM PREENCHIDO PELO CHAMADOR.
           SET TEM-META TO FALSE.
           IF NOT META-ABERTO
               GO TO P0450-FIM
           END-IF.
           MOVE WS-MS-PERIODO(WS-IDX-MES) TO META-PERIODO.
           READ METAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-META TO TRUE
           END-READ.
       P0450-FIM.

       P0500-FINALIZA.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF REC-ABERTO
               CLOSE RECORR
           END-IF.
           IF META-ABERTO
               CLOSE METAS
           END-IF.
           IF SAIDA-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS PROJETADOS....: ' WS-CONT-LIDOS.
           DISPLAY 'DEPARTAMENTOS.........: ' WS-QTD-DEPTOS.
           DISPLAY 'INSTRUCOES APLICADAS..: ' WS-CONT-INSTR.
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
               MOVE 'PROJVAL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'DE ' WS-MS-PERIODO(1) ' A ' WS-MS-PERIODO(12)
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
           MOVE 'RECORR.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RECORR-DAT.
           MOVE 'TAXMAST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-TAXMAST-DAT.
           MOVE 'METAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-METAS-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'PROJVAL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
