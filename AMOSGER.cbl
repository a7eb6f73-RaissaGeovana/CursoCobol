      ******************************************************************
      * Author:
      * Date:
      * Purpose: Geracao das amostras de auditoria - seleciona do
      *          DADOS1.DAT (codigos ativos) uma amostra reproduzivel
      *          pela semente e pelo tamanho informados, por um de
      *          tres metodos: R aleatoria simples (selecao sequencial
      *          em que cada codigo entra com a chance do que falta
      *          escolher sobre o que falta ler), E estratificada por
      *          departamento (o tamanho se reparte entre os
      *          departamentos na proporcao da quantidade de codigos
      *          e cada departamento e sorteado a parte) ou M por
      *          unidade monetaria (saldos positivos acumulados,
      *          intervalo = soma / tamanho a partir de um inicio
      *          sorteado: o codigo que contem o ponto entra, e o de
      *          valor acima do intervalo entra sempre). O sorteio usa
      *          o gerador congruente multiplicativo (16807 modulo
      *          2147483647), de modo que a mesma semente sobre a
      *          mesma populacao da a mesma amostra. Grava o controle
      *          (AMOSCTL.DAT) e os codigos (AMOSTRA.DAT) e imprime
      *          pelo PRINTSRV a planilha de trabalho do auditor
      *          (AMOSPLAN.<amostra>.TXT), registrada no catalogo de
      *          relatorios. Amostra ja existente so reimprime a
      *          planilha. Restrito ao supervisor; a geracao e
      *          jornalizada no DIARIO.
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

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.

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

       FD DADOS1.
       COPY FD_CRUD.

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
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-AMO          PIC 99.
         88 ST-AMO-OK         VALUE 0.
       77 WS-ST-DAD          PIC 99.
         88 ST-DAD-OK         VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-EXIT            PIC X.
         88 WS-EXIT-OK        VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-VALIDO PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO            VALUE 'S' FALSE 'N'.
       77 WS-OPER-NIVEL-LIDO PIC 9(01) VALUE ZEROS.
       77 WS-AMOSTRA-EXISTE  PIC X     VALUE 'N'.
         88 AMOSTRA-EXISTE             VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    PARAMETROS DA AMOSTRA.
       77 WS-AMOSTRA-ID      PIC X(08) VALUE SPACES.
       77 WS-DESCR-ENTRADA   PIC X(30) VALUE SPACES.
       77 WS-METODO          PIC X     VALUE SPACES.
         88 METODO-VALIDO              VALUE 'R' 'E' 'M'.
         88 METODO-ALEATORIO           VALUE 'R'.
         88 METODO-ESTRATIFICADO       VALUE 'E'.
         88 METODO-MONETARIO           VALUE 'M'.
       77 WS-SEMENTE         PIC 9(10) VALUE ZEROS.
       77 WS-TAMANHO         PIC 9(05) VALUE ZEROS.
      *    GERADOR CONGRUENTE: SEMENTE = SEMENTE * 16807 MODULO
      *    2147483647; O SORTEIO E A SEMENTE SOBRE O MODULO.
       77 WS-SEMENTE-ATUAL   PIC 9(10) VALUE ZEROS.
       77 WS-PRODUTO         PIC 9(15) VALUE ZEROS.
       77 WS-QUOCIENTE       PIC 9(10) VALUE ZEROS.
       77 WS-ALEATORIO       PIC V9(09) VALUE ZEROS.
      *    POPULACAO E SELECAO.
       77 WS-POP-QTD         PIC 9(07) VALUE ZEROS.
       77 WS-POP-VALOR       PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-POSITIVOS   PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-POSITIVOS  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-SELECIONADOS    PIC 9(05) VALUE ZEROS.
       77 WS-TESTE           PIC 9(07)V9(09) VALUE ZEROS.
       77 WS-FALTA-ESCOLHER  PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-AMOSTRA   PIC S9(11)V99 VALUE ZEROS.
      *    METODO M: INTERVALO, PONTO CORRENTE E VALOR ACUMULADO.
       77 WS-INTERVALO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-INICIO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-PONTO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-ACUMULADO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-PONTOS-USADOS   PIC 9(05) VALUE ZEROS.
       77 WS-ACERTOS         PIC 9(03) VALUE ZEROS.
      *    METODO E: UM ESTRATO POR DEPARTAMENTO.
       01 WS-TAB-ESTRATOS.
          02 WS-ES OCCURS 200 TIMES.
             03 WS-ES-DEPTO      PIC X(04).
             03 WS-ES-POP        PIC 9(07).
             03 WS-ES-ALVO       PIC 9(05).
             03 WS-ES-VISTOS     PIC 9(07).
             03 WS-ES-SELEC      PIC 9(05).
       77 WS-QTD-ESTRATOS    PIC 9(03) VALUE ZEROS.
       77 WS-ESTRATOS-USADOS PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ES          PIC 9(03) VALUE ZEROS.
       77 WS-ES-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
       77 WS-POP-ACUM        PIC 9(07) VALUE ZEROS.
       77 WS-ALVO-ACUM       PIC 9(05) VALUE ZEROS.
       77 WS-ALVO-ANTERIOR   PIC 9(05) VALUE ZEROS.
       77 WS-POP-ESTRATO     PIC 9(07) VALUE ZEROS.
      *    PLANILHA.
       77 WS-VALOR-ED        PIC -Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-INTERVALO-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-PLAN       PIC X(20) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.
       77 WS-QTD-PLANILHA    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT WS-EXIT-OK
               IF AMOSTRA-EXISTE
                   PERFORM P0150-REIMPRIME THRU P0150-FIM
               ELSE
                   PERFORM P0200-GERA THRU P0200-FIM
               END-IF
           END-IF.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '******* GERACAO DE AMOSTRA DE AUDITORIA *******'.
           SET WS-EXIT-OK TO FALSE.
           SET AMOSTRA-EXISTE TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

      *    A AMOSTRA DECIDE O QUE O AUDITOR VAI EXAMINAR - SO
      *    SUPERVISOR (NIVEL 2) A GERA.
           PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM.
           IF NOT OPERADOR-VALIDO
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF WS-OPER-NIVEL-LIDO < 2
               DISPLAY 'GERACAO DE AMOSTRA RESTRITA AO NIVEL'
                       ' SUPERVISOR.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-AMOSTRA-ID.
           DISPLAY 'IDENTIFICACAO DA AMOSTRA (ATE 8 CARACTERES): '
           ACCEPT WS-AMOSTRA-ID.
           IF WS-AMOSTRA-ID EQUAL SPACES
               DISPLAY 'IDENTIFICACAO OBRIGATORIA.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O AMOSCTL.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT AMOSCTL
               CLOSE AMOSCTL
               OPEN I-O AMOSCTL
           END-IF.

           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE AMOSTRAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE WS-AMOSTRA-ID TO AMC-ID.
           READ AMOSCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AMOSTRA-EXISTE TO TRUE
           END-READ.
           CLOSE AMOSCTL.
       P0100-FIM.

       P0110-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO WS-OPERADOR WS-OPER-SENHA.

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
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

       P0150-REIMPRIME.
      *    AMOSTRA JA GERADA NAO SE SORTEIA DE NOVO: OS CODIGOS E OS
      *    RESULTADOS JA CAPTURADOS FICAM COMO ESTAO.
           DISPLAY 'AMOSTRA ' AMC-ID ' JA EXISTE - ' AMC-DESCRICAO.
           DISPLAY '  METODO ' AMC-METODO ' SEMENTE ' AMC-SEMENTE
                   ' TAMANHO ' AMC-TAMANHO ' SELECIONADOS '
                   AMC-QTD-SELECIONADA ' SITUACAO ' AMC-SITUACAO.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'REIMPRIMIR A PLANILHA DE TRABALHO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR 's'
               PERFORM P0600-IMPRIME-PLANILHA THRU P0600-FIM
           END-IF.
       P0150-FIM.

       P0200-GERA.
           PERFORM P0210-ACEITA-PARAMETROS THRU P0210-FIM.
           IF WS-EXIT-OK
               GO TO P0200-FIM
           END-IF.

           PERFORM P0300-LEVANTA-POPULACAO THRU P0300-FIM.
           IF WS-EXIT-OK
               GO TO P0200-FIM
           END-IF.

           PERFORM P0350-CONFERE-POPULACAO THRU P0350-FIM.
           IF WS-EXIT-OK
               GO TO P0200-FIM
           END-IF.

           PERFORM P0400-SELECIONA THRU P0400-FIM.
           IF WS-EXIT-OK
               GO TO P0200-FIM
           END-IF.

           PERFORM P0500-GRAVA-CONTROLE THRU P0500-FIM.
           IF WS-EXIT-OK
               GO TO P0200-FIM
           END-IF.

           PERFORM P0550-JORNALIZA THRU P0550-FIM.
           PERFORM P0600-IMPRIME-PLANILHA THRU P0600-FIM.
       P0200-FIM.

       P0210-ACEITA-PARAMETROS.
           MOVE SPACES TO WS-DESCR-ENTRADA WS-METODO.
           MOVE ZEROS  TO WS-SEMENTE WS-TAMANHO.

           DISPLAY 'DESCRICAO DA AMOSTRA: '
           ACCEPT WS-DESCR-ENTRADA.
           DISPLAY 'METODO: <R> ALEATORIA SIMPLES, <E> ESTRATIFICADA'
                   ' POR DEPARTAMENTO OU <M> UNIDADE MONETARIA: '
           ACCEPT WS-METODO.
           INSPECT WS-METODO CONVERTING 'rem' TO 'REM'.
           IF NOT METODO-VALIDO
               DISPLAY 'METODO INVALIDO.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0210-FIM
           END-IF.

           DISPLAY 'SEMENTE DO SORTEIO (1 A 2147483646): '
           ACCEPT WS-SEMENTE.
           IF WS-SEMENTE EQUAL ZEROS
              OR WS-SEMENTE > 2147483646
               DISPLAY 'SEMENTE INVALIDA.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0210-FIM
           END-IF.

           DISPLAY 'TAMANHO DA AMOSTRA: '
           ACCEPT WS-TAMANHO.
           IF WS-TAMANHO EQUAL ZEROS
               DISPLAY 'TAMANHO DA AMOSTRA INVALIDO.'
               SET WS-EXIT-OK TO TRUE
           END-IF.
       P0210-FIM.

       P0300-LEVANTA-POPULACAO.
      *    PRIMEIRA PASSADA: CONTA OS CODIGOS ATIVOS, POR
      *    DEPARTAMENTO, E SOMA OS SALDOS POSITIVOS PARA O METODO M.
           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-DAD-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DADOS1.DAT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DAD
               SET WS-EXIT-OK TO TRUE
               GO TO P0300-FIM
           END-IF.

           MOVE ZEROS TO WS-POP-QTD WS-POP-VALOR WS-QTD-POSITIVOS
                         WS-SOMA-POSITIVOS WS-QTD-ESTRATOS.
           SET FIM-OK TO FALSE.
           PERFORM P0310-CONTA-CODIGO THRU P0310-FIM
                   UNTIL FIM-OK.
           CLOSE DADOS1.
       P0300-FIM.

       P0310-CONTA-CODIGO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

           IF NOT DADO-ATIVO
               GO TO P0310-FIM
           END-IF.

           ADD 1           TO WS-POP-QTD.
           ADD VALOR-DADOS TO WS-POP-VALOR.
           IF VALOR-DADOS > ZEROS
               ADD 1           TO WS-QTD-POSITIVOS
               ADD VALOR-DADOS TO WS-SOMA-POSITIVOS
           END-IF.

           MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA.
           PERFORM P0320-LOCALIZA-ESTRATO THRU P0320-FIM.
           IF WS-ES-ACHADO EQUAL ZEROS
               IF WS-QTD-ESTRATOS < 200
                   ADD 1 TO WS-QTD-ESTRATOS
                   MOVE WS-QTD-ESTRATOS  TO WS-ES-ACHADO
                   MOVE WS-DEPTO-PROCURA TO WS-ES-DEPTO(WS-ES-ACHADO)
                   MOVE ZEROS TO WS-ES-POP(WS-ES-ACHADO)
                                 WS-ES-ALVO(WS-ES-ACHADO)
                                 WS-ES-VISTOS(WS-ES-ACHADO)
                                 WS-ES-SELEC(WS-ES-ACHADO)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA'
                           ' (200) - DEPTO ' WS-DEPTO-PROCURA
                           ' FORA DA ESTRATIFICACAO.'
                   GO TO P0310-FIM
               END-IF
           END-IF.
           ADD 1 TO WS-ES-POP(WS-ES-ACHADO).
       P0310-FIM.

       P0320-LOCALIZA-ESTRATO.
           MOVE ZEROS TO WS-ES-ACHADO.
           MOVE 1 TO WS-IDX-ES.
           PERFORM P0325-CONFERE-ESTRATO THRU P0325-FIM
                   UNTIL WS-ES-ACHADO > ZEROS
                      OR WS-IDX-ES > WS-QTD-ESTRATOS.
       P0320-FIM.

       P0325-CONFERE-ESTRATO.
           IF WS-ES-DEPTO(WS-IDX-ES) EQUAL WS-DEPTO-PROCURA
               MOVE WS-IDX-ES TO WS-ES-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-ES.
       P0325-FIM.

       P0350-CONFERE-POPULACAO.
           IF METODO-MONETARIO
               IF WS-QTD-POSITIVOS EQUAL ZEROS
                   DISPLAY 'NENHUM CODIGO ATIVO COM SALDO POSITIVO -'
                           ' NADA A AMOSTRAR POR VALOR.'
                   SET WS-EXIT-OK TO TRUE
                   GO TO P0350-FIM
               END-IF
               COMPUTE WS-INTERVALO = WS-SOMA-POSITIVOS / WS-TAMANHO
               IF WS-INTERVALO EQUAL ZEROS
                   DISPLAY 'TAMANHO GRANDE DEMAIS PARA O VALOR DA'
                           ' POPULACAO - INTERVALO ZERO.'
                   SET WS-EXIT-OK TO TRUE
                   GO TO P0350-FIM
               END-IF
               MOVE WS-SEMENTE TO WS-SEMENTE-ATUAL
               PERFORM P0390-SORTEIA THRU P0390-FIM
               COMPUTE WS-INICIO = WS-INTERVALO * WS-ALEATORIO
               MOVE WS-INICIO TO WS-PONTO
               GO TO P0350-FIM
           END-IF.

           IF WS-POP-QTD EQUAL ZEROS
               DISPLAY 'NENHUM CODIGO ATIVO NO CADASTRO.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0350-FIM
           END-IF.

           IF WS-TAMANHO > WS-POP-QTD
               DISPLAY 'TAMANHO ' WS-TAMANHO ' MAIOR QUE A POPULACAO'
                       ' DE ' WS-POP-QTD ' CODIGOS ATIVOS.'
               SET WS-EXIT-OK TO TRUE
               GO TO P0350-FIM
           END-IF.

           MOVE WS-SEMENTE TO WS-SEMENTE-ATUAL.

      *    METODO E: O TAMANHO SE REPARTE PELA QUANTIDADE ACUMULADA
      *    DE CODIGOS, ARREDONDADA - A SOMA DAS PARTES FECHA O
      *    TAMANHO PEDIDO.
           IF METODO-ESTRATIFICADO
               MOVE ZEROS TO WS-POP-ACUM WS-ALVO-ANTERIOR
               MOVE 1 TO WS-IDX-ES
               PERFORM P0360-REPARTE-ESTRATO THRU P0360-FIM
                       UNTIL WS-IDX-ES > WS-QTD-ESTRATOS
           END-IF.
       P0350-FIM.

       P0360-REPARTE-ESTRATO.
           ADD WS-ES-POP(WS-IDX-ES) TO WS-POP-ACUM.
           COMPUTE WS-ALVO-ACUM ROUNDED =
                   WS-TAMANHO * WS-POP-ACUM / WS-POP-QTD.
           COMPUTE WS-ES-ALVO(WS-IDX-ES) =
                   WS-ALVO-ACUM - WS-ALVO-ANTERIOR.
           MOVE WS-ALVO-ACUM TO WS-ALVO-ANTERIOR.
           ADD 1 TO WS-IDX-ES.
       P0360-FIM.

       P0390-SORTEIA.
           COMPUTE WS-PRODUTO = WS-SEMENTE-ATUAL * 16807.
           DIVIDE WS-PRODUTO BY 2147483647
               GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE-ATUAL.
           COMPUTE WS-ALEATORIO = WS-SEMENTE-ATUAL / 2147483647.
       P0390-FIM.

       P0400-SELECIONA.
      *    SEGUNDA PASSADA, NA MESMA ORDEM DE CODIGO DA PRIMEIRA:
      *    CADA CODIGO ATIVO E DECIDIDO NA HORA E O SELECIONADO VAI
      *    DIRETO PARA O AMOSTRA.DAT.
           SET ST-AMO-OK TO TRUE.
           OPEN I-O AMOSTRA.

           IF WS-ST-AMO EQUAL 35 THEN
               OPEN OUTPUT AMOSTRA
               CLOSE AMOSTRA
               OPEN I-O AMOSTRA
           END-IF.

           IF NOT ST-AMO-OK
               DISPLAY 'ERRO AO ABRIR OS CODIGOS DAS AMOSTRAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-AMO
               SET WS-EXIT-OK TO TRUE
               GO TO P0400-FIM
           END-IF.

           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-DAD-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DADOS1.DAT.'
               DISPLAY 'FILE STATUS: ' WS-ST-DAD
               CLOSE AMOSTRA
               SET WS-EXIT-OK TO TRUE
               GO TO P0400-FIM
           END-IF.

           MOVE ZEROS TO WS-VISTOS WS-SELECIONADOS WS-PONTOS-USADOS
                         WS-ACUMULADO WS-VALOR-AMOSTRA
                         WS-ESTRATOS-USADOS.
           SET FIM-OK TO FALSE.
           PERFORM P0410-DECIDE-CODIGO THRU P0410-FIM
                   UNTIL FIM-OK.
           CLOSE DADOS1.
           CLOSE AMOSTRA.

           IF METODO-ESTRATIFICADO
               MOVE 1 TO WS-IDX-ES
               PERFORM P0450-CONTA-ESTRATO THRU P0450-FIM
                       UNTIL WS-IDX-ES > WS-QTD-ESTRATOS
           END-IF.
       P0400-FIM.

       P0410-DECIDE-CODIGO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0410-FIM
           END-READ.

           IF NOT DADO-ATIVO
               GO TO P0410-FIM
           END-IF.

           EVALUATE TRUE
               WHEN METODO-ALEATORIO
                   PERFORM P0420-ALEATORIA THRU P0420-FIM
               WHEN METODO-ESTRATIFICADO
                   PERFORM P0425-ESTRATIFICADA THRU P0425-FIM
               WHEN METODO-MONETARIO
                   PERFORM P0430-MONETARIA THRU P0430-FIM
           END-EVALUATE.
       P0410-FIM.

       P0420-ALEATORIA.
      *    SELECAO SEQUENCIAL: O CODIGO ENTRA SE (POPULACAO - LIDOS)
      *    * SORTEIO < (TAMANHO - ESCOLHIDOS). FECHA EXATAMENTE O
      *    TAMANHO PEDIDO AO FIM DA LEITURA.
           PERFORM P0390-SORTEIA THRU P0390-FIM.
           COMPUTE WS-TESTE = (WS-POP-QTD - WS-VISTOS) * WS-ALEATORIO.
           COMPUTE WS-FALTA-ESCOLHER = WS-TAMANHO - WS-SELECIONADOS.
           ADD 1 TO WS-VISTOS.
           IF WS-TESTE < WS-FALTA-ESCOLHER
               MOVE WS-POP-QTD TO WS-POP-ESTRATO
               MOVE ZEROS TO WS-ACERTOS
               PERFORM P0440-GRAVA-SELECIONADO THRU P0440-FIM
           END-IF.
       P0420-FIM.

       P0425-ESTRATIFICADA.
      *    A MESMA SELECAO SEQUENCIAL, DENTRO DO DEPARTAMENTO.
           MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA.
           PERFORM P0320-LOCALIZA-ESTRATO THRU P0320-FIM.
           IF WS-ES-ACHADO EQUAL ZEROS
               GO TO P0425-FIM
           END-IF.

           PERFORM P0390-SORTEIA THRU P0390-FIM.
           COMPUTE WS-TESTE = (WS-ES-POP(WS-ES-ACHADO)
                            - WS-ES-VISTOS(WS-ES-ACHADO))
                            * WS-ALEATORIO.
           COMPUTE WS-FALTA-ESCOLHER = WS-ES-ALVO(WS-ES-ACHADO)
                                     - WS-ES-SELEC(WS-ES-ACHADO).
           ADD 1 TO WS-ES-VISTOS(WS-ES-ACHADO).
           IF WS-TESTE < WS-FALTA-ESCOLHER
               ADD 1 TO WS-ES-SELEC(WS-ES-ACHADO)
               MOVE WS-ES-POP(WS-ES-ACHADO) TO WS-POP-ESTRATO
               MOVE ZEROS TO WS-ACERTOS
               PERFORM P0440-GRAVA-SELECIONADO THRU P0440-FIM
           END-IF.
       P0425-FIM.

       P0430-MONETARIA.
      *    O SALDO POSITIVO SE ACUMULA; CADA PONTO DE SELECAO ABAIXO
      *    DO ACUMULADO CAI NESTE CODIGO. SALDO MAIOR QUE O
      *    INTERVALO PODE RECEBER MAIS DE UM PONTO.
           IF VALOR-DADOS NOT > ZEROS
               GO TO P0430-FIM
           END-IF.

           ADD VALOR-DADOS TO WS-ACUMULADO.
           MOVE ZEROS TO WS-ACERTOS.
           PERFORM P0435-CONTA-PONTO THRU P0435-FIM
                   UNTIL WS-PONTO NOT < WS-ACUMULADO
                      OR WS-PONTOS-USADOS NOT < WS-TAMANHO.
           IF WS-ACERTOS > ZEROS
               MOVE WS-QTD-POSITIVOS TO WS-POP-ESTRATO
               PERFORM P0440-GRAVA-SELECIONADO THRU P0440-FIM
           END-IF.
       P0430-FIM.

       P0435-CONTA-PONTO.
           ADD 1 TO WS-ACERTOS.
           ADD 1 TO WS-PONTOS-USADOS.
           ADD WS-INTERVALO TO WS-PONTO.
       P0435-FIM.

       P0440-GRAVA-SELECIONADO.
           ADD 1 TO WS-SELECIONADOS.
           ADD VALOR-DADOS TO WS-VALOR-AMOSTRA.
           MOVE SPACES          TO RG-AMOSTRA.
           MOVE WS-AMOSTRA-ID   TO AMO-ID.
           MOVE COD-DADOS       TO AMO-COD-DADOS.
           MOVE WS-SELECIONADOS TO AMO-SEQUENCIA.
           MOVE DEPTO-DADOS     TO AMO-DEPTO.
           MOVE WS-POP-ESTRATO  TO AMO-POP-ESTRATO.
           MOVE VALOR-DADOS     TO AMO-VALOR-LIVRO.
           MOVE WS-ACERTOS      TO AMO-ACERTOS.
           SET AMO-PENDENTE     TO TRUE.
           MOVE ZEROS TO AMO-VALOR-AUDITADO AMO-DIFERENCA
                         AMO-DATA-RESULTADO.
           WRITE RG-AMOSTRA
               INVALID KEY
                   DISPLAY 'CODIGO ' COD-DADOS ' JA CONSTA DA'
                           ' AMOSTRA ' WS-AMOSTRA-ID ' - IGNORADO.'
                   SUBTRACT 1 FROM WS-SELECIONADOS
                   SUBTRACT VALOR-DADOS FROM WS-VALOR-AMOSTRA
           END-WRITE.
       P0440-FIM.

       P0450-CONTA-ESTRATO.
           IF WS-ES-SELEC(WS-IDX-ES) > ZEROS
               ADD 1 TO WS-ESTRATOS-USADOS
           END-IF.
           ADD 1 TO WS-IDX-ES.
       P0450-FIM.

       P0500-GRAVA-CONTROLE.
           SET ST-OK TO TRUE.
           OPEN I-O AMOSCTL.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE AMOSTRAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
               GO TO P0500-FIM
           END-IF.

           MOVE SPACES            TO RG-AMOSCTL.
           MOVE WS-AMOSTRA-ID     TO AMC-ID.
           MOVE WS-DESCR-ENTRADA  TO AMC-DESCRICAO.
           MOVE WS-METODO         TO AMC-METODO.
           MOVE WS-SEMENTE        TO AMC-SEMENTE.
           MOVE WS-TAMANHO        TO AMC-TAMANHO.
           MOVE WS-SELECIONADOS   TO AMC-QTD-SELECIONADA.
           IF METODO-MONETARIO
               MOVE WS-QTD-POSITIVOS  TO AMC-POP-QTD
               MOVE WS-SOMA-POSITIVOS TO AMC-POP-VALOR
               MOVE WS-INTERVALO      TO AMC-INTERVALO
               MOVE WS-INICIO         TO AMC-INICIO
           ELSE
               MOVE WS-POP-QTD        TO AMC-POP-QTD
               MOVE WS-POP-VALOR      TO AMC-POP-VALOR
               MOVE ZEROS TO AMC-INTERVALO AMC-INICIO
           END-IF.
           MOVE WS-ESTRATOS-USADOS TO AMC-QTD-ESTRATOS.
           SET AMC-ABERTA         TO TRUE.
           ACCEPT AMC-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT AMC-HORA-GERACAO FROM TIME.
           MOVE WS-OPERADOR       TO AMC-OPERADOR.
           MOVE ZEROS             TO AMC-DATA-ENCERRA.
           MOVE SPACES            TO AMC-OPER-ENCERRA.
           WRITE RG-AMOSCTL
               INVALID KEY
                   DISPLAY 'AMOSTRA ' WS-AMOSTRA-ID ' JA REGISTRADA.'
                   SET WS-EXIT-OK TO TRUE
               NOT INVALID KEY
                   DISPLAY 'AMOSTRA ' WS-AMOSTRA-ID ' GERADA COM '
                           WS-SELECIONADOS ' CODIGO(S).'
           END-WRITE.
           CLOSE AMOSCTL.
       P0500-FIM.

       P0550-JORNALIZA.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'AMOSGER'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-INCLUSAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING 'AMOSTRA ' WS-AMOSTRA-ID ' MET ' WS-METODO
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

       P0600-IMPRIME-PLANILHA.
      *    PLANILHA DO AUDITOR: UM CODIGO POR LINHA, NA ORDEM DO
      *    SORTEIO, COM O VALOR CONTABIL E ESPACO PARA O RESULTADO.
      *    O CONTROLE E RELIDO: NA GERACAO ACABOU DE SER GRAVADO.
           SET ST-OK TO TRUE.
           OPEN INPUT AMOSCTL.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE AMOSTRAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0600-FIM
           END-IF.
           MOVE WS-AMOSTRA-ID TO AMC-ID.
           READ AMOSCTL
               INVALID KEY
                   DISPLAY 'AMOSTRA ' WS-AMOSTRA-ID ' NAO REGISTRADA.'
                   CLOSE AMOSCTL
                   GO TO P0600-FIM
           END-READ.
           CLOSE AMOSCTL.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  AMC-ID          DELIMITED BY SPACE
                  '.TXT'          DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'AMOSTRA DE AUDITORIA - PLANILHA' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A PLANILHA DA AMOSTRA.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0600-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'AMOSTRA ' AMC-ID ' - ' AMC-DESCRICAO
                  ' GERADA EM ' AMC-DATA-GERACAO ' POR ' AMC-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE AMC-POP-VALOR TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'METODO ' AMC-METODO ' SEMENTE ' AMC-SEMENTE
                  ' TAMANHO ' AMC-TAMANHO ' POPULACAO '
                  AMC-POP-QTD ' CODIGOS VALOR ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF AMC-MET-MONETARIO
               MOVE AMC-INTERVALO TO WS-INTERVALO-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'INTERVALO DE SELECAO ' WS-INTERVALO-ED
                      ' - SALDO ACIMA DO INTERVALO ENTRA SEMPRE'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'SEQ    CODIGO NOME                 DEPTO VALOR'
             TO WS-LINHA-RELATORIO.
           MOVE ' CONTABIL PTS RES VALOR AUDITADO'
             TO WS-LINHA-RELATORIO(49:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-DAD-OK
               SET DAD-ABERTO TO TRUE
           ELSE
               SET DAD-ABERTO TO FALSE
           END-IF.

           MOVE ZEROS TO WS-QTD-PLANILHA WS-VALOR-AMOSTRA.
           SET ST-AMO-OK TO TRUE.
           OPEN INPUT AMOSTRA.
           IF ST-AMO-OK
               MOVE AMC-ID TO AMO-ID
               MOVE ZEROS  TO AMO-COD-DADOS
               SET FIM-OK TO FALSE
               START AMOSTRA KEY IS NOT LESS THAN AMO-CHAVE
                   INVALID KEY
                       SET FIM-OK TO TRUE
               END-START
               PERFORM P0610-IMPRIME-CODIGO THRU P0610-FIM
                       UNTIL FIM-OK
               CLOSE AMOSTRA
           ELSE
               DISPLAY 'CODIGOS DA AMOSTRA INDISPONIVEIS.'
               DISPLAY 'FILE STATUS: ' WS-ST-AMO
           END-IF.

           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.

           MOVE WS-VALOR-AMOSTRA TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CODIGOS NA AMOSTRA: ' WS-QTD-PLANILHA
                  '  VALOR CONTABIL DA AMOSTRA: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'RES: C = CONFIRMADO, D = DIVERGENTE (INFORMAR O'
             TO WS-LINHA-RELATORIO.
           MOVE ' VALOR AUDITADO) - CAPTURA PELO AMOSCAP'
             TO WS-LINHA-RELATORIO(48:).
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0800-REGISTRA-CATALOGO THRU P0800-FIM.
           DISPLAY 'PLANILHA GRAVADA EM AMOSPLAN.' AMC-ID '.TXT'.
       P0600-FIM.

       P0610-IMPRIME-CODIGO.
           READ AMOSTRA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0610-FIM
           END-READ.

           IF AMO-ID NOT EQUAL AMC-ID
               SET FIM-OK TO TRUE
               GO TO P0610-FIM
           END-IF.

           ADD 1 TO WS-QTD-PLANILHA.
           ADD AMO-VALOR-LIVRO TO WS-VALOR-AMOSTRA.

           MOVE '????????????????????' TO WS-NOME-PLAN.
           IF DAD-ABERTO
               MOVE AMO-COD-DADOS TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOM-DADOS TO WS-NOME-PLAN
               END-READ
           END-IF.

           MOVE AMO-VALOR-LIVRO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING AMO-SEQUENCIA ' ' AMO-COD-DADOS ' ' WS-NOME-PLAN
                  ' ' AMO-DEPTO '  ' WS-VALOR-ED ' ' AMO-ACERTOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF AMO-PENDENTE
               MOVE '[ ] ______________' TO WS-LINHA-RELATORIO(67:)
           ELSE
               MOVE AMO-VALOR-AUDITADO TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-RELATORIO(67:)
               STRING '[' AMO-RESULTADO '] ' WS-VALOR-ED
                      DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO(67:)
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0610-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       P0800-REGISTRA-CATALOGO.
      *    TODA CORRIDA SE REGISTRA NO CATALOGO DE RELATORIOS PARA O
      *    RELCATLG LISTAR E REIMPRIMIR A SAIDA GUARDADA.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O RELCAT.

           IF WS-ST-CAT EQUAL 35 THEN
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               OPEN I-O RELCAT
           END-IF.

           IF ST-CAT-OK THEN
               MOVE 'AMOSGER' TO REL-ID
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
       P0800-FIM.

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
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'AMOSPLAN.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
