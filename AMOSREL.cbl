      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de fechamento da auditoria por amostragem -
      *          para a amostra informada, totaliza os codigos
      *          examinados, pendentes e divergentes do AMOSTRA.DAT,
      *          a taxa de excecao (divergentes sobre examinados) e a
      *          distorcao projetada para a populacao: no metodo R a
      *          diferenca media dos examinados vezes a quantidade de
      *          codigos da populacao; no metodo E o mesmo calculo
      *          dentro de cada departamento, somado; no metodo M a
      *          diferenca do codigo de valor igual ou acima do
      *          intervalo entra inteira e a dos demais entra como
      *          percentual do valor contabil vezes o intervalo.
      *          Lista as divergencias. Com codigo pendente o
      *          relatorio sai como PRELIMINAR; sem pendencia, a
      *          amostra pode ser encerrada pelo supervisor, o que
      *          fecha a captura no AMOSCAP e fica jornalizado no
      *          DIARIO. Impresso pelo PRINTSRV com saida
      *          AMOSREL.<amostra>.AAAAMMDD.TXT e registrado no
      *          catalogo de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          Na visao de uma empresa o metodo R nao projeta (a
      *          populacao da amostra e do grupo todo) e a amostra so
      *          se encerra na visao consolidada.
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
              SELECT AMOSCTL ASSIGN TO WS-ARQ-AMOSCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS AMC-ID
              FILE STATUS IS WS-ST.

              SELECT AMOSTRA ASSIGN TO WS-ARQ-AMOSTRA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AMO-CHAVE
              FILE STATUS IS WS-ST-AMO.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

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
       FD AMOSCTL.
       COPY FD_AMOSCTL.

       FD AMOSTRA.
       COPY FD_AMOSTRA.

       FD OPERMST.
       COPY FD_OPER.

       FD DIARIO.
       COPY FD_DIARIO.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-AMOSCTL-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-AMOSTRA-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-AMO          PIC 99.
         88 ST-AMO-OK         VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-VALIDO PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO            VALUE 'S' FALSE 'N'.
       77 WS-OPER-NIVEL-LIDO PIC 9(01) VALUE ZEROS.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-AMOSTRA-ID      PIC X(08) VALUE SPACES.
      *    TOTAIS DA AMOSTRA.
       77 WS-QTD-CODIGOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXAMINADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WS-LIVRO-EXAMINADO PIC S9(11)V99 VALUE ZEROS.
       77 WS-AUDIT-EXAMINADO PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-DIFERENCAS PIC S9(11)V99 VALUE ZEROS.
       77 WS-TAXA-EXCECAO    PIC 9(03)V99 VALUE ZEROS.
       77 WS-PROJECAO        PIC S9(13)V99 VALUE ZEROS.
       77 WS-PROJ-PARCELA    PIC S9(13)V99 VALUE ZEROS.
      *    METODO E: DIFERENCAS POR DEPARTAMENTO (ESTRATO).
       01 WS-TAB-ESTRATOS.
          02 WS-ET OCCURS 200 TIMES.
             03 WS-ET-DEPTO      PIC X(04).
             03 WS-ET-POP        PIC 9(07).
             03 WS-ET-EXAM       PIC 9(05).
             03 WS-ET-DIF        PIC S9(11)V99.
       77 WS-QTD-ESTRATOS    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ET          PIC 9(03) VALUE ZEROS.
       77 WS-ET-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -Z.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC -Z.ZZZ.ZZ9,99.
       77 WS-VALOR3-ED       PIC -Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL2-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-ED          PIC ZZ9,99.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.
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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-APURA    THRU P0200-FIM.
           PERFORM P0300-PROJETA  THRU P0300-FIM.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           PERFORM P0500-ENCERRA  THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** FECHAMENTO DA AMOSTRA DE AUDITORIA *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-AMOSTRA-ID.
           DISPLAY 'IDENTIFICACAO DA AMOSTRA: '
           ACCEPT WS-AMOSTRA-ID.

           SET ST-OK TO TRUE.
           OPEN INPUT AMOSCTL.
           IF NOT ST-OK
               DISPLAY 'CONTROLE DE AMOSTRAS VAZIO OU INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE WS-AMOSTRA-ID TO AMC-ID.
           READ AMOSCTL
               INVALID KEY
                   DISPLAY 'AMOSTRA NAO CADASTRADA.'
                   SET FIM-OK TO TRUE
           END-READ.
           CLOSE AMOSCTL.
           IF FIM-OK
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  AMC-ID          DELIMITED BY SPACE
                  '.' WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'AMOSTRA DE AUDITORIA - FECHAMENTO' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DA AMOSTRA.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'AMOSTRA ' AMC-ID ' - ' AMC-DESCRICAO
                  ' METODO ' AMC-METODO ' SEMENTE ' AMC-SEMENTE
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE AMC-POP-VALOR TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'POPULACAO ' AMC-POP-QTD ' CODIGOS VALOR '
                  WS-TOTAL-ED ' - GERADA EM ' AMC-DATA-GERACAO
                  ' POR ' AMC-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF AMC-MET-MONETARIO
               MOVE AMC-INTERVALO TO WS-TOTAL-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'INTERVALO DE SELECAO ' WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           IF AMC-ENCERRADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'AMOSTRA ENCERRADA EM ' AMC-DATA-ENCERRA
                      ' POR ' AMC-OPER-ENCERRA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0100-FIM.

       P0200-APURA.
      *    UMA PASSADA NOS CODIGOS DA AMOSTRA: TOTALIZA, GUARDA AS
      *    DIFERENCAS POR ESTRATO E LISTA AS DIVERGENCIAS.
           IF FIM-OK
               GO TO P0200-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'DIVERGENCIAS' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CODIGO  DEPTO      CONTABIL      AUDITADO     DIFERENC'
             TO WS-LINHA-RELATORIO.
           MOVE 'A OBSERVACAO' TO WS-LINHA-RELATORIO(57:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET ST-AMO-OK TO TRUE.
           OPEN INPUT AMOSTRA.
           IF NOT ST-AMO-OK
               DISPLAY 'CODIGOS DA AMOSTRA INDISPONIVEIS.'
               DISPLAY 'FILE STATUS: ' WS-ST-AMO
               GO TO P0200-FIM
           END-IF.

           MOVE AMC-ID TO AMO-ID.
           MOVE ZEROS  TO AMO-COD-DADOS.
           START AMOSTRA KEY IS NOT LESS THAN AMO-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM P0210-LE-CODIGO THRU P0210-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE AMOSTRA.
       P0200-FIM.

       P0210-LE-CODIGO.
           READ AMOSTRA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           IF AMO-ID NOT EQUAL AMC-ID
               SET FIM-OK TO TRUE
               GO TO P0210-FIM
           END-IF.

           MOVE AMO-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           ADD 1 TO WS-QTD-CODIGOS.
           IF AMO-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               GO TO P0210-FIM
           END-IF.

           ADD 1                  TO WS-QTD-EXAMINADOS.
           ADD AMO-VALOR-LIVRO    TO WS-LIVRO-EXAMINADO.
           ADD AMO-VALOR-AUDITADO TO WS-AUDIT-EXAMINADO.
           ADD AMO-DIFERENCA      TO WS-SOMA-DIFERENCAS.

           EVALUATE TRUE
               WHEN AMC-MET-ESTRATIFICADO
                   PERFORM P0220-ACUMULA-ESTRATO THRU P0220-FIM
               WHEN AMC-MET-MONETARIO
                   PERFORM P0230-PROJETA-MONETARIO THRU P0230-FIM
           END-EVALUATE.

           IF AMO-DIVERGENTE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE AMO-VALOR-LIVRO    TO WS-VALOR-ED
               MOVE AMO-VALOR-AUDITADO TO WS-VALOR2-ED
               MOVE AMO-DIFERENCA      TO WS-VALOR3-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING AMO-COD-DADOS ' ' AMO-DEPTO '  ' WS-VALOR-ED
                      ' ' WS-VALOR2-ED ' ' WS-VALOR3-ED ' '
                      AMO-OBSERVACAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0210-FIM.

       P0220-ACUMULA-ESTRATO.
           MOVE ZEROS TO WS-ET-ACHADO.
           MOVE 1 TO WS-IDX-ET.
           PERFORM P0225-CONFERE-ESTRATO THRU P0225-FIM
                   UNTIL WS-ET-ACHADO > ZEROS
                      OR WS-IDX-ET > WS-QTD-ESTRATOS.

           IF WS-ET-ACHADO EQUAL ZEROS
               IF WS-QTD-ESTRATOS < 200
                   ADD 1 TO WS-QTD-ESTRATOS
                   MOVE WS-QTD-ESTRATOS TO WS-ET-ACHADO
                   MOVE AMO-DEPTO       TO WS-ET-DEPTO(WS-ET-ACHADO)
                   MOVE AMO-POP-ESTRATO TO WS-ET-POP(WS-ET-ACHADO)
                   MOVE ZEROS TO WS-ET-EXAM(WS-ET-ACHADO)
                                 WS-ET-DIF(WS-ET-ACHADO)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA'
                           ' (200) - DEPTO ' AMO-DEPTO
                           ' FORA DA PROJECAO.'
                   GO TO P0220-FIM
               END-IF
           END-IF.

           ADD 1             TO WS-ET-EXAM(WS-ET-ACHADO).
           ADD AMO-DIFERENCA TO WS-ET-DIF(WS-ET-ACHADO).
       P0220-FIM.

       P0225-CONFERE-ESTRATO.
           IF WS-ET-DEPTO(WS-IDX-ET) EQUAL AMO-DEPTO
               MOVE WS-IDX-ET TO WS-ET-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-ET.
       P0225-FIM.

       P0230-PROJETA-MONETARIO.
      *    CODIGO DE VALOR IGUAL OU ACIMA DO INTERVALO FOI EXAMINADO
      *    POR INTEIRO: A DIFERENCA ENTRA COMO ESTA. ABAIXO DELE, O
      *    CODIGO REPRESENTA UM INTERVALO INTEIRO DA POPULACAO.
           IF AMO-VALOR-LIVRO NOT < AMC-INTERVALO
              OR AMO-VALOR-LIVRO NOT > ZEROS
               ADD AMO-DIFERENCA TO WS-PROJECAO
           ELSE
               COMPUTE WS-PROJ-PARCELA ROUNDED =
                       AMO-DIFERENCA * AMC-INTERVALO / AMO-VALOR-LIVRO
               ADD WS-PROJ-PARCELA TO WS-PROJECAO
           END-IF.
       P0230-FIM.

       P0300-PROJETA.
           IF FIM-OK OR WS-QTD-EXAMINADOS EQUAL ZEROS
               GO TO P0300-FIM
           END-IF.

           COMPUTE WS-TAXA-EXCECAO ROUNDED =
                   WS-QTD-DIVERGENTES * 100 / WS-QTD-EXAMINADOS.

      *    A POPULACAO DO METODO R E A DO GRUPO: NA VISAO DE UMA
      *    EMPRESA NAO HA BASE PARA PROJETAR.
           EVALUATE TRUE
               WHEN AMC-MET-ALEATORIO AND NOT EMP-VISAO-CONSOLIDADA
                   MOVE ZEROS TO WS-PROJECAO
               WHEN AMC-MET-ALEATORIO
                   COMPUTE WS-PROJECAO ROUNDED =
                           WS-SOMA-DIFERENCAS * AMC-POP-QTD
                                              / WS-QTD-EXAMINADOS
               WHEN AMC-MET-ESTRATIFICADO
                   MOVE ZEROS TO WS-PROJECAO
                   MOVE 1 TO WS-IDX-ET
                   PERFORM P0310-PROJETA-ESTRATO THRU P0310-FIM
                           UNTIL WS-IDX-ET > WS-QTD-ESTRATOS
           END-EVALUATE.
       P0300-FIM.

       P0310-PROJETA-ESTRATO.
           COMPUTE WS-PROJ-PARCELA ROUNDED =
                   WS-ET-DIF(WS-IDX-ET) * WS-ET-POP(WS-IDX-ET)
                                        / WS-ET-EXAM(WS-IDX-ET).
           ADD WS-PROJ-PARCELA TO WS-PROJECAO.
           ADD 1 TO WS-IDX-ET.
       P0310-FIM.

       P0400-RELATA.
           IF FIM-OK OR PRT-RETORNO NOT EQUAL ZEROS
               GO TO P0400-FIM
           END-IF.

           IF WS-QTD-DIVERGENTES EQUAL ZEROS
               MOVE '  (NENHUMA)' TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           IF AMC-MET-ESTRATIFICADO
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               MOVE 'DEPTO POPULACAO EXAMINADOS   SOMA DIFERENCAS'
                 TO WS-LINHA-RELATORIO
               MOVE '          PROJETADO' TO WS-LINHA-RELATORIO(45:)
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               MOVE 1 TO WS-IDX-ET
               PERFORM P0410-LISTA-ESTRATO THRU P0410-FIM
                       UNTIL WS-IDX-ET > WS-QTD-ESTRATOS
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CODIGOS NA AMOSTRA ' WS-QTD-CODIGOS
                  ' EXAMINADOS ' WS-QTD-EXAMINADOS
                  ' PENDENTES ' WS-QTD-PENDENTES
                  ' DIVERGENTES ' WS-QTD-DIVERGENTES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE WS-LIVRO-EXAMINADO TO WS-TOTAL-ED.
           MOVE WS-AUDIT-EXAMINADO TO WS-TOTAL2-ED.
           MOVE WS-TAXA-EXCECAO    TO WS-PCT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EXAMINADO: CONTABIL ' WS-TOTAL-ED ' AUDITADO '
                  WS-TOTAL2-ED ' TAXA DE EXCECAO ' WS-PCT-ED ' %'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE WS-SOMA-DIFERENCAS TO WS-TOTAL-ED.
           MOVE WS-PROJECAO        TO WS-TOTAL2-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF AMC-MET-ALEATORIO AND NOT EMP-VISAO-CONSOLIDADA
               STRING 'DIFERENCA NA AMOSTRA ' WS-TOTAL-ED
                      ' DISTORCAO PROJETADA SO NO CONSOLIDADO'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               STRING 'DIFERENCA NA AMOSTRA ' WS-TOTAL-ED
                      ' DISTORCAO PROJETADA ' WS-TOTAL2-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF WS-QTD-PENDENTES > ZEROS
               MOVE 'RELATORIO PRELIMINAR - HA CODIGOS PENDENTES DE'
                 TO WS-LINHA-RELATORIO
               MOVE ' RESULTADO; A PROJECAO SO CONSIDERA OS EXAMINADOS'
                 TO WS-LINHA-RELATORIO(47:)
           ELSE
               MOVE 'RELATORIO FINAL - TODOS OS CODIGOS EXAMINADOS'
                 TO WS-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
           END-IF.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           MOVE WS-TAXA-EXCECAO TO WS-PCT-ED.
           DISPLAY 'EXAMINADOS: ' WS-QTD-EXAMINADOS ' PENDENTES: '
                   WS-QTD-PENDENTES ' TAXA DE EXCECAO: ' WS-PCT-ED
                   ' %'.
           DISPLAY 'DISTORCAO PROJETADA: ' WS-TOTAL2-ED.
           DISPLAY 'FORA DA VISAO......: ' WS-CONT-FORA-VISAO.
           DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-RELATORIO.
       P0400-FIM.

       P0410-LISTA-ESTRATO.
           COMPUTE WS-PROJ-PARCELA ROUNDED =
                   WS-ET-DIF(WS-IDX-ET) * WS-ET-POP(WS-IDX-ET)
                                        / WS-ET-EXAM(WS-IDX-ET).
           MOVE WS-ET-DIF(WS-IDX-ET) TO WS-TOTAL-ED.
           MOVE WS-PROJ-PARCELA      TO WS-TOTAL2-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-ET-DEPTO(WS-IDX-ET) '    '
                  WS-ET-POP(WS-IDX-ET) '      '
                  WS-ET-EXAM(WS-IDX-ET) ' ' WS-TOTAL-ED ' '
                  WS-TOTAL2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX-ET.
       P0410-FIM.

       P0500-ENCERRA.
      *    SO AMOSTRA SEM PENDENCIA SE ENCERRA, E SO PELO SUPERVISOR:
      *    DEPOIS DISSO O AMOSCAP NAO ACEITA MAIS RESULTADO. NA VISAO
      *    DE UMA EMPRESA AS PENDENCIAS DAS OUTRAS NAO FORAM CONTADAS.
           IF FIM-OK OR NOT AMC-ABERTA
              OR NOT EMP-VISAO-CONSOLIDADA
              OR WS-QTD-PENDENTES > ZEROS
              OR WS-QTD-CODIGOS EQUAL ZEROS
               GO TO P0500-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'ENCERRAR A AMOSTRA ' AMC-ID '? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND NOT = 's'
               GO TO P0500-FIM
           END-IF.

           PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM.
           IF NOT OPERADOR-VALIDO
               GO TO P0500-FIM
           END-IF.
           IF WS-OPER-NIVEL-LIDO < 2
               DISPLAY 'ENCERRAMENTO RESTRITO AO NIVEL SUPERVISOR.'
               GO TO P0500-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O AMOSCTL.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE AMOSTRAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0500-FIM
           END-IF.

           MOVE WS-AMOSTRA-ID TO AMC-ID.
           READ AMOSCTL
               INVALID KEY
                   DISPLAY 'AMOSTRA NAO CADASTRADA.'
               NOT INVALID KEY
                   SET AMC-ENCERRADA TO TRUE
                   ACCEPT AMC-DATA-ENCERRA FROM DATE YYYYMMDD
                   MOVE WS-OPERADOR TO AMC-OPER-ENCERRA
                   REWRITE RG-AMOSCTL
                   DISPLAY 'AMOSTRA ' AMC-ID ' ENCERRADA.'
                   PERFORM P0550-JORNALIZA THRU P0550-FIM
           END-READ.
           CLOSE AMOSCTL.
       P0500-FIM.

       P0110-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO WS-OPERADOR WS-OPER-SENHA.

           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-OPERADOR
               MOVE 2 TO WS-OPER-NIVEL-LIDO
               SET OPERADOR-VALIDO TO TRUE
           ELSE
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
                               SET OPERADOR-VALIDO TO TRUE
                               MOVE OPER-NIVEL TO WS-OPER-NIVEL-LIDO
                           ELSE
                               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       P0110-FIM.

       P0550-JORNALIZA.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'AMOSREL'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING 'ENCERRADA ' AMC-ID
                      DELIMITED BY SIZE INTO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR    TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0550-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
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
               MOVE 'AMOSREL' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'AMOSTRA ' AMC-ID ' METODO ' AMC-METODO
                      DELIMITED BY SIZE INTO WS-PARAMETROS
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
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

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'AMOSCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AMOSCTL-DAT.
           MOVE 'AMOSTRA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AMOSTRA-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'AMOSREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY EMPRESA.
