      ******************************************************************
      * Author:
      * Date:
      * Purpose: Distribuicao da classificacao de risco - percorre
      *          RISCO.DAT, listando primeiro os codigos que subiram
      *          para risco alto na ultima classificacao noturna
      *          (classe alta com a mudanca na data do calculo), com
      *          a classe anterior e os pontos de cada fator, e depois
      *          a quantidade de codigos baixo/medio/alto de cada
      *          departamento, com o total geral. Relatorio pelo
      *          PRINTSRV em RISCOREL.AAAAMMDD.TXT, registrado no
      *          catalogo de relatorios.
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
              SELECT RISCO ASSIGN TO WS-ARQ-RISCO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RSC-COD-DADOS
              FILE STATUS IS WS-ST-RSC.

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
       FD RISCO.
       COPY FD_RISCO.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-RISCO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST-RSC          PIC 99.
         88 ST-RSC-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-RSC-ABERTO      PIC X     VALUE 'N'.
         88 RSC-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CALCULO    PIC 9(08) VALUE ZEROS.
      *    DISTRIBUICAO POR DEPARTAMENTO.
       01 WS-TABELA-DEPTOS.
          02 WS-DP-ITEM OCCURS 100 TIMES.
             03 WS-DP-DEPTO     PIC X(04).
             03 WS-DP-BAIXO     PIC 9(05).
             03 WS-DP-MEDIO     PIC 9(05).
             03 WS-DP-ALTO      PIC 9(05).
       77 WS-QTD-DP          PIC 9(03) VALUE ZEROS.
       77 WS-IDX             PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU           PIC 9(03) VALUE ZEROS.
       77 WS-CONT-FORA-TAB   PIC 9(05) VALUE ZEROS.
      *    TOTAIS GERAIS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SUBIRAM    PIC 9(07) VALUE ZEROS.
       77 WS-TOT-BAIXO       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-MEDIO       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ALTO        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ED          PIC ZZZZ9.
       77 WS-QTD-ED2         PIC ZZZZ9.
       77 WS-QTD-ED3         PIC ZZZZ9.
       77 WS-ANT-ED          PIC X(05) VALUE SPACES.
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
               PERFORM P0200-PROCESSA THRU P0200-FIM
                       UNTIL FIM-OK
               PERFORM P0400-TOTAIS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** DISTRIBUICAO DA CLASSIFICACAO DE RISCO *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           SET ST-RSC-OK TO TRUE.
           OPEN INPUT RISCO.
           IF NOT ST-RSC-OK
               DISPLAY 'CLASSIFICACAO DE RISCO INDISPONIVEL - RODE O'
                       ' RISCOGER.'
               DISPLAY 'FILE STATUS: ' WS-ST-RSC
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET RSC-ABERTO TO TRUE.

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
           MOVE 'DISTRIBUICAO DA CLASSIFICACAO DE RISCO' TO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0150-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE 'CODIGOS QUE SUBIRAM PARA RISCO ALTO NA ULTIMA'
             TO WS-LINHA-RELATORIO.
           MOVE 'CLASSIFICACAO' TO WS-LINHA-RELATORIO(48:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CODIGO  DEPTO ANTES PONTOS  VAL IDA ALT CAS SUS'
             TO WS-LINHA-RELATORIO.
           MOVE 'REC NEG' TO WS-LINHA-RELATORIO(50:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0150-FIM.

       P0200-PROCESSA.
           READ RISCO NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           IF RSC-DATA-CALC > WS-DATA-CALCULO
               MOVE RSC-DATA-CALC TO WS-DATA-CALCULO
           END-IF.
           MOVE RSC-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.

           PERFORM P0250-ACUMULA-DEPTO THRU P0250-FIM.

      *    SUBIU PARA ALTO NA ULTIMA CORRIDA: A CLASSE MUDOU NO
      *    MESMO DIA DO CALCULO E A ANTERIOR NAO ERA ALTA.
           IF NOT RSC-ALTO
              OR RSC-CLASSE-ANT EQUAL 'A'
              OR RSC-DATA-MUDANCA NOT EQUAL RSC-DATA-CALC
               GO TO P0200-FIM
           END-IF.
           ADD 1 TO WS-CONT-SUBIRAM.

           EVALUATE RSC-CLASSE-ANT
               WHEN 'B'
                   MOVE 'BAIXO' TO WS-ANT-ED
               WHEN 'M'
                   MOVE 'MEDIO' TO WS-ANT-ED
               WHEN OTHER
                   MOVE 'NOVO ' TO WS-ANT-ED
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING RSC-COD-DADOS ' ' RSC-DEPTO '  ' WS-ANT-ED
                  ' ' RSC-PONTOS '    '
                  ' ' RSC-PT-VALOR '  ' RSC-PT-IDADE
                  '  ' RSC-PT-ALTER '  ' RSC-PT-CASOS
                  '  ' RSC-PT-SUSP '  ' RSC-PT-RECERT
                  '  ' RSC-PT-NEGATIVO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0200-FIM.

       P0250-ACUMULA-DEPTO.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0255-PROCURA-DEPTO THRU P0255-FIM
                   UNTIL WS-IDX > WS-QTD-DP OR WS-ACHOU > ZEROS.
           IF WS-ACHOU EQUAL ZEROS
               IF WS-QTD-DP < 100
                   ADD 1 TO WS-QTD-DP
                   MOVE WS-QTD-DP TO WS-ACHOU
                   MOVE RSC-DEPTO TO WS-DP-DEPTO(WS-ACHOU)
                   MOVE ZEROS     TO WS-DP-BAIXO(WS-ACHOU)
                                     WS-DP-MEDIO(WS-ACHOU)
                                     WS-DP-ALTO(WS-ACHOU)
               ELSE
                   ADD 1 TO WS-CONT-FORA-TAB
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN RSC-BAIXO
                   ADD 1 TO WS-TOT-BAIXO
                   IF WS-ACHOU > ZEROS
                       ADD 1 TO WS-DP-BAIXO(WS-ACHOU)
                   END-IF
               WHEN RSC-MEDIO
                   ADD 1 TO WS-TOT-MEDIO
                   IF WS-ACHOU > ZEROS
                       ADD 1 TO WS-DP-MEDIO(WS-ACHOU)
                   END-IF
               WHEN RSC-ALTO
                   ADD 1 TO WS-TOT-ALTO
                   IF WS-ACHOU > ZEROS
                       ADD 1 TO WS-DP-ALTO(WS-ACHOU)
                   END-IF
           END-EVALUATE.
       P0250-FIM.

       P0255-PROCURA-DEPTO.
           IF WS-DP-DEPTO(WS-IDX) EQUAL RSC-DEPTO
               MOVE WS-IDX TO WS-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0255-FIM.

       P0400-TOTAIS.
           IF WS-CONT-SUBIRAM EQUAL ZEROS
               MOVE 'NENHUM CODIGO SUBIU PARA RISCO ALTO.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CLASSIFICACAO CALCULADA EM ' WS-DATA-CALCULO
                  ' - SUBIRAM PARA ALTO: ' WS-CONT-SUBIRAM
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'DISTRIBUICAO POR DEPARTAMENTO' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'DEPTO  BAIXO  MEDIO   ALTO' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX.
           PERFORM P0410-IMPRIME-DEPTO THRU P0410-FIM
                   UNTIL WS-IDX > WS-QTD-DP.
           IF WS-CONT-FORA-TAB > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS DE DEPTOS FORA DA TABELA: '
                      WS-CONT-FORA-TAB
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           IF WS-CONT-FORA-VISAO > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE WS-TOT-BAIXO TO WS-QTD-ED.
           MOVE WS-TOT-MEDIO TO WS-QTD-ED2.
           MOVE WS-TOT-ALTO  TO WS-QTD-ED3.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL ' WS-QTD-ED '  ' WS-QTD-ED2 '  ' WS-QTD-ED3
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
       P0400-FIM.

       P0410-IMPRIME-DEPTO.
           MOVE WS-DP-BAIXO(WS-IDX) TO WS-QTD-ED.
           MOVE WS-DP-MEDIO(WS-IDX) TO WS-QTD-ED2.
           MOVE WS-DP-ALTO(WS-IDX)  TO WS-QTD-ED3.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-DP-DEPTO(WS-IDX) '  ' WS-QTD-ED '  '
                  WS-QTD-ED2 '  ' WS-QTD-ED3
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX.
       P0410-FIM.

       P0500-FINALIZA.
           IF RSC-ABERTO
               CLOSE RISCO
           END-IF.
           IF SAIDA-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS CLASSIFICADOS.: ' WS-CONT-LIDOS.
           DISPLAY 'BAIXO / MEDIO / ALTO..: ' WS-TOT-BAIXO ' / '
                   WS-TOT-MEDIO ' / ' WS-TOT-ALTO.
           DISPLAY 'SUBIRAM PARA ALTO.....: ' WS-CONT-SUBIRAM.
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
               MOVE 'RISCOREL' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               IF EMP-VISAO-CONSOLIDADA
                   MOVE 'TODOS OS DEPARTAMENTOS' TO REL-PARAMETROS
               ELSE
                   MOVE SPACES TO REL-PARAMETROS
                   STRING 'EMPRESA ' EMP-EMPRESA
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               END-IF
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

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RISCO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RISCO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'RISCOREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
