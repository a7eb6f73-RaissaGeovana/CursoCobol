      ******************************************************************
      * Author:
      * Date:
      * Purpose: Captura dos resultados da auditoria por amostragem -
      *          para uma amostra aberta gerada pelo AMOSGER, recebe
      *          de cada codigo selecionado o resultado do exame: C
      *          confirmado (o valor auditado e o proprio valor
      *          contabil) ou D divergente, com o valor apurado pelo
      *          auditor e uma observacao. A diferenca gravada no
      *          AMOSTRA.DAT e o valor contabil menos o auditado
      *          (positiva = valor a maior no cadastro) e e a base da
      *          projecao do AMOSREL. Lista os codigos ainda
      *          pendentes. Resultado ja capturado so e trocado com
      *          confirmacao; toda captura e jornalizada no DIARIO
      *          com o operador identificado no OPERMST.DAT.
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
              FILE STATUS IS WS-ST-CTL.
              SELECT AMOSTRA ASSIGN TO WS-ARQ-AMOSTRA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AMO-CHAVE
              FILE STATUS IS WS-ST.
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.
              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.
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
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-AMOSCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-AMOSTRA-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-CTL         PIC 99.
         88 ST-CTL-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-CAPTURAR            VALUE 'C' 'c'.
         88 OPCAO-PENDENTES           VALUE 'P' 'p'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-VALIDO PIC X    VALUE 'N'.
         88 OPERADOR-VALIDO           VALUE 'S' FALSE 'N'.
       77 WS-OPER-NIVEL-LIDO PIC 9(01) VALUE ZEROS.
       77 WS-AMOSTRA-ID     PIC X(08) VALUE SPACES.
       77 WS-COD-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WS-RESULTADO      PIC X     VALUE SPACES.
         88 RESULTADO-VALIDO          VALUE 'C' 'D'.
         88 RESULTADO-CONFIRMADO      VALUE 'C'.
       77 WS-VALOR-ENTRADA  PIC S9(07)V99 VALUE ZEROS.
       77 WS-OBS-ENTRADA    PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CAPTURA-OK     PIC X     VALUE 'N'.
         88 CAPTURA-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONT-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CAPTURAS  PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED       PIC -Z.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED      PIC -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '***** CAPTURA DE RESULTADOS DA AMOSTRA *****'
           SET WS-EXIT-OK     TO FALSE.

           PERFORM 0105-IDENTIFICA-OPERADOR THRU 0105-FIM.
           IF NOT OPERADOR-VALIDO
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-ABRE-AMOSTRA THRU 0110-FIM
           END-IF.

           PERFORM 0200-CAPTURA THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           DISPLAY 'RESULTADOS CAPTURADOS NA SESSAO: ' WS-CONT-CAPTURAS.
           PERFORM 0500-FIM.

       0105-IDENTIFICA-OPERADOR.
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
       0105-FIM.

       0110-ABRE-AMOSTRA.
      *    SO AMOSTRA ABERTA RECEBE RESULTADO: A ENCERRADA PELO
      *    AMOSREL JA TEVE A PROJECAO FECHADA.
           MOVE SPACES TO WS-AMOSTRA-ID.
           DISPLAY 'IDENTIFICACAO DA AMOSTRA: '
           ACCEPT WS-AMOSTRA-ID.

           SET ST-CTL-OK TO TRUE.
           OPEN INPUT AMOSCTL.

           IF NOT ST-CTL-OK
               DISPLAY 'CONTROLE DE AMOSTRAS VAZIO OU INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CTL
               SET WS-EXIT-OK TO TRUE
               GO TO 0110-FIM
           END-IF.

           MOVE WS-AMOSTRA-ID TO AMC-ID.
           READ AMOSCTL
               INVALID KEY
                   DISPLAY 'AMOSTRA NAO CADASTRADA.'
                   SET WS-EXIT-OK TO TRUE
               NOT INVALID KEY
                   DISPLAY 'AMOSTRA ' AMC-ID ' - ' AMC-DESCRICAO
                   DISPLAY '  METODO ' AMC-METODO ' CODIGOS '
                           AMC-QTD-SELECIONADA ' GERADA EM '
                           AMC-DATA-GERACAO
                   IF NOT AMC-ABERTA
                       DISPLAY 'AMOSTRA ENCERRADA EM '
                               AMC-DATA-ENCERRA ' POR '
                               AMC-OPER-ENCERRA
                               ' - RESULTADOS NAO ACEITOS.'
                       SET WS-EXIT-OK TO TRUE
                   END-IF
           END-READ.
           CLOSE AMOSCTL.
       0110-FIM.

       0200-CAPTURA.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<C>APTURAR RESULTADO, LISTAR <P>ENDENTES'
                   ' OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-CAPTURAR
                   PERFORM 0210-CAPTURA-RESULTADO THRU 0210-FIM
               WHEN OPCAO-PENDENTES
                   PERFORM 0240-LISTA-PENDENTES THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-CAPTURA-RESULTADO.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO DO DADO AMOSTRADO: '
           ACCEPT WS-COD-ENTRADA.

           SET ST-OK TO TRUE.
           OPEN I-O AMOSTRA.

           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR OS CODIGOS DAS AMOSTRAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.

           MOVE WS-AMOSTRA-ID  TO AMO-ID.
           MOVE WS-COD-ENTRADA TO AMO-COD-DADOS.
           READ AMOSTRA
               INVALID KEY
                   DISPLAY 'CODIGO NAO CONSTA DA AMOSTRA.'
               NOT INVALID KEY
                   PERFORM 0220-EXIBE-CODIGO THRU 0220-FIM
                   PERFORM 0230-ACEITA-RESULTADO THRU 0230-FIM
                   IF NOT CAPTURA-OK
                       DISPLAY 'RESULTADO MANTIDO.'
                   ELSE
                       MOVE WS-RESULTADO     TO AMO-RESULTADO
                       MOVE WS-VALOR-ENTRADA TO AMO-VALOR-AUDITADO
                       COMPUTE AMO-DIFERENCA = AMO-VALOR-LIVRO
                                             - AMO-VALOR-AUDITADO
                       MOVE WS-OBS-ENTRADA   TO AMO-OBSERVACAO
                       ACCEPT AMO-DATA-RESULTADO FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR      TO AMO-OPERADOR
                       REWRITE RG-AMOSTRA
                       DISPLAY 'RESULTADO GRAVADO.'
                       ADD 1 TO WS-CONT-CAPTURAS
                       PERFORM 0290-JORNALIZA THRU 0290-FIM
                   END-IF
           END-READ.
           CLOSE AMOSTRA.
       0210-FIM.

       0220-EXIBE-CODIGO.
           MOVE AMO-VALOR-LIVRO TO WS-VALOR-ED.
           DISPLAY 'SEQ ' AMO-SEQUENCIA ' CODIGO ' AMO-COD-DADOS
                   ' DEPTO ' AMO-DEPTO ' VALOR CONTABIL ' WS-VALOR-ED.
           IF NOT AMO-PENDENTE
               MOVE AMO-VALOR-AUDITADO TO WS-VALOR-ED
               MOVE AMO-DIFERENCA      TO WS-VALOR2-ED
               DISPLAY '  RESULTADO ' AMO-RESULTADO ' AUDITADO '
                       WS-VALOR-ED ' DIFERENCA ' WS-VALOR2-ED
                       ' EM ' AMO-DATA-RESULTADO ' POR '
                       AMO-OPERADOR
           END-IF.
       0220-FIM.

       0230-ACEITA-RESULTADO.
           SET CAPTURA-OK TO FALSE.
           MOVE SPACES TO WS-RESULTADO WS-OBS-ENTRADA.
           MOVE ZEROS  TO WS-VALOR-ENTRADA.

           IF NOT AMO-PENDENTE
               MOVE SPACES TO WS-CONFIRMA
               DISPLAY 'CODIGO JA TEM RESULTADO - SUBSTITUIR? (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND NOT = 's'
                   GO TO 0230-FIM
               END-IF
           END-IF.

           DISPLAY 'RESULTADO <C>ONFIRMADO OU <D>IVERGENTE: '
           ACCEPT WS-RESULTADO.
           INSPECT WS-RESULTADO CONVERTING 'cd' TO 'CD'.
           IF NOT RESULTADO-VALIDO
               DISPLAY 'RESULTADO INVALIDO.'
               GO TO 0230-FIM
           END-IF.

           IF RESULTADO-CONFIRMADO
               MOVE AMO-VALOR-LIVRO TO WS-VALOR-ENTRADA
           ELSE
      *        DIVERGENCIA DE VALOR ZERO E ACEITA: O ERRO PODE SER DE
      *        CLASSIFICACAO OU DOCUMENTO, SEM EFEITO MONETARIO.
               DISPLAY 'VALOR APURADO PELO AUDITOR (EX: 0001234,56'
                       ' OU -0001234,56): '
               ACCEPT WS-VALOR-ENTRADA
               DISPLAY 'OBSERVACAO: '
               ACCEPT WS-OBS-ENTRADA
           END-IF.
           SET CAPTURA-OK TO TRUE.
       0230-FIM.

       0240-LISTA-PENDENTES.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-PENDENTES.

           OPEN INPUT AMOSTRA.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR OS CODIGOS DAS AMOSTRAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0240-FIM
           END-IF.

           MOVE WS-AMOSTRA-ID TO AMO-ID.
           MOVE ZEROS         TO AMO-COD-DADOS.
           START AMOSTRA KEY IS NOT LESS THAN AMO-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM 0245-LISTA-CODIGO THRU 0245-FIM
                   UNTIL FIM-OK.
           CLOSE AMOSTRA.
           DISPLAY 'CODIGOS PENDENTES: ' WS-CONT-PENDENTES.
       0240-FIM.

       0245-LISTA-CODIGO.
           READ AMOSTRA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0245-FIM
           END-READ.

           IF AMO-ID NOT EQUAL WS-AMOSTRA-ID
               SET FIM-OK TO TRUE
               GO TO 0245-FIM
           END-IF.

           IF AMO-PENDENTE
               ADD 1 TO WS-CONT-PENDENTES
               PERFORM 0220-EXIBE-CODIGO THRU 0220-FIM
           END-IF.
       0245-FIM.

       0290-JORNALIZA.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'AMOSCAP'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE AMO-COD-DADOS   TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING 'AMOSTRA ' AMO-ID ' RES ' AMO-RESULTADO
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
       0290-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           GOBACK.

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
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
