      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de tarifas por departamento - lista, para o
      *          periodo AAAAMM informado (zero = mes corrente), os
      *          codigos tarifados pelo TARIFGER (TARIFREG.DAT) em
      *          ordem de departamento, com a tabela e a faixa
      *          aplicadas, a base e a tarifa, e concilia cada
      *          departamento com o que o motor de lancamentos de fato
      *          gravou no MOVHIST.TXT com o motivo TAR e data efetiva
      *          no periodo (debito soma, estorno a credito abate).
      *          Diferenca aponta tarifa ainda pendente de aprovacao,
      *          suspensa, rejeitada ou lancada a mao; lancamento TAR
      *          sem registro sai sob o departamento ????. Impresso
      *          pelo PRINTSRV com saida datada TARIFREL.AAAAMMDD.TXT
      *          e registrado no catalogo de relatorios.
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
              SELECT TARIFREG ASSIGN TO WS-ARQ-TARIFREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS TRG-CHAVE
              ALTERNATE RECORD KEY IS TRG-CHAVE-DEPTO
              FILE STATUS IS WS-ST.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

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
       FD TARIFREG.
       COPY FD_TARIFREG.

       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
               88  MOV-DEBITO  VALUE 'D'.
               88  MOV-CREDITO VALUE 'C'.
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-TARIFREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-REG-ABERTO      PIC X     VALUE 'N'.
         88 REG-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO         PIC 9(06) VALUE ZEROS.
      *    TOTAIS POR DEPARTAMENTO: O REGISTRADO PELO TARIFGER E O
      *    LIQUIDO EFETIVAMENTE LANCADO NO MOVHIST.
       01 WS-TAB-DEPTOS.
          02 WS-DP OCCURS 100 TIMES.
             03 WS-DP-DEPTO      PIC X(04).
             03 WS-DP-QTD-REG    PIC 9(05).
             03 WS-DP-VAL-REG    PIC 9(09)V99.
             03 WS-DP-QTD-LANC   PIC 9(05).
             03 WS-DP-VAL-LANC   PIC S9(09)V99.
       77 WS-QTD-DEPTOS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DP          PIC 9(03) VALUE ZEROS.
       77 WS-DP-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
       77 WS-DEPTO-ANTERIOR  PIC X(04) VALUE SPACES.
       77 WS-DIFERENCA       PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-QTD-REG     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VAL-REG     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-VAL-LANC    PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-DIVERGENTES PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-ED        PIC ZZZZZZ9,99.
       77 WS-BASE-ED         PIC -ZZZZZZ9,99.
       77 WS-LIMITE-ED       PIC ZZZZZZ9,99.
       77 WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-LANC-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-ED          PIC -ZZZ.ZZZ.ZZ9,99.
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
           PERFORM P0200-APURA-LANCADO THRU P0200-FIM.
           PERFORM P0300-LISTA-REGISTRO THRU P0300-FIM.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** REGISTRO DE TARIFAS POR DEPARTAMENTO *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'PERIODO (AAAAMM, ZERO = MES CORRENTE): '
           ACCEPT WS-PERIODO.
           IF WS-PERIODO EQUAL ZEROS
               MOVE WS-HOJE(1:6) TO WS-PERIODO
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'REGISTRO DE TARIFAS POR DEPARTAMENTO'
             TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DE TARIFAS.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT TARIFREG.
           IF NOT ST-OK
               DISPLAY 'REGISTRO TARIFREG.DAT VAZIO OU INDISPONIVEL.'
           ELSE
               SET REG-ABERTO TO TRUE
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PERIODO ' WS-PERIODO
                  ' - TARIFAS REGISTRADAS PELO TARIFGER CONTRA O'
                  ' LANCADO NO MOVHIST (MOTIVO TAR)'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0100-FIM.

       P0200-APURA-LANCADO.
      *    UMA PASSADA NO MOVHIST: O DEPARTAMENTO DO LANCAMENTO E O
      *    DO REGISTRO (O CODIGO PODE TER MUDADO DE DEPARTAMENTO
      *    DEPOIS DA COBRANCA); SEM REGISTRO FICA EM ????.
           IF FIM-OK
               GO TO P0200-FIM
           END-IF.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               DISPLAY 'MOVHIST.TXT INDISPONIVEL - NADA LANCADO A'
                       ' CONCILIAR.'
               GO TO P0200-FIM
           END-IF.

           PERFORM P0210-LE-MOVIMENTO THRU P0210-FIM
                   UNTIL FIM-OK.
           CLOSE MOVHIST.
           SET FIM-OK TO FALSE.
       P0200-FIM.

       P0210-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           IF MOV-MOTIVO NOT EQUAL 'TAR'
              OR MOV-DATA-EFET(1:6) NOT EQUAL WS-PERIODO
               GO TO P0210-FIM
           END-IF.

           MOVE '????' TO WS-DEPTO-PROCURA.
           IF REG-ABERTO
               MOVE WS-PERIODO    TO TRG-PERIODO
               MOVE MOV-COD-DADOS TO TRG-COD-DADOS
               READ TARIFREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRG-DEPTO TO WS-DEPTO-PROCURA
               END-READ
           END-IF.
           MOVE WS-DEPTO-PROCURA TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           PERFORM P0250-LOCALIZA-DEPTO THRU P0250-FIM.
           IF WS-DP-ACHADO EQUAL ZEROS
               GO TO P0210-FIM
           END-IF.

           ADD 1 TO WS-DP-QTD-LANC(WS-DP-ACHADO).
           IF MOV-CREDITO
               SUBTRACT MOV-VALOR FROM WS-DP-VAL-LANC(WS-DP-ACHADO)
           ELSE
               ADD MOV-VALOR TO WS-DP-VAL-LANC(WS-DP-ACHADO)
           END-IF.
       P0210-FIM.

       P0250-LOCALIZA-DEPTO.
      *    PROCURA O DEPARTAMENTO NA TABELA E O INCLUI SE FOR NOVO.
           MOVE ZEROS TO WS-DP-ACHADO.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0255-CONFERE-DEPTO THRU P0255-FIM
                   UNTIL WS-DP-ACHADO > ZEROS
                      OR WS-IDX-DP > WS-QTD-DEPTOS.

           IF WS-DP-ACHADO EQUAL ZEROS
               IF WS-QTD-DEPTOS < 100
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS    TO WS-DP-ACHADO
                   MOVE WS-DEPTO-PROCURA TO WS-DP-DEPTO(WS-DP-ACHADO)
                   MOVE ZEROS TO WS-DP-QTD-REG(WS-DP-ACHADO)
                                 WS-DP-VAL-REG(WS-DP-ACHADO)
                                 WS-DP-QTD-LANC(WS-DP-ACHADO)
                                 WS-DP-VAL-LANC(WS-DP-ACHADO)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA'
                           ' (100) - DEPTO ' WS-DEPTO-PROCURA
                           ' FORA DA CONCILIACAO.'
               END-IF
           END-IF.
       P0250-FIM.

       P0255-CONFERE-DEPTO.
           IF WS-DP-DEPTO(WS-IDX-DP) EQUAL WS-DEPTO-PROCURA
               MOVE WS-IDX-DP TO WS-DP-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0255-FIM.

       P0300-LISTA-REGISTRO.
      *    O REGISTRO E LIDO PELA CHAVE DE PERIODO E DEPARTAMENTO:
      *    CADA CODIGO SAI AGRUPADO SOB O SEU DEPARTAMENTO.
           IF FIM-OK OR NOT REG-ABERTO
               GO TO P0300-FIM
           END-IF.

           MOVE 'DEPTO CODIGO  TABELA VIGENCIA LIMITE ATE B'
             TO WS-LINHA-RELATORIO.
           MOVE '        BASE     TARIFA' TO WS-LINHA-RELATORIO(44:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE WS-PERIODO  TO TRG-PERIODO-DEP.
           MOVE LOW-VALUES  TO TRG-DEPTO.
           MOVE ZEROS       TO TRG-COD-DEP.
           START TARIFREG KEY IS NOT LESS THAN TRG-CHAVE-DEPTO
               INVALID KEY
                   GO TO P0300-FIM
           END-START.

           MOVE SPACES TO WS-DEPTO-ANTERIOR.
           PERFORM P0310-LE-REGISTRO THRU P0310-FIM
                   UNTIL FIM-OK.
       P0300-FIM.

       P0310-LE-REGISTRO.
           READ TARIFREG NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

           IF TRG-PERIODO-DEP NOT EQUAL WS-PERIODO
               SET FIM-OK TO TRUE
               GO TO P0310-FIM
           END-IF.
           MOVE TRG-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0310-FIM
           END-IF.

           IF TRG-DEPTO NOT EQUAL WS-DEPTO-ANTERIOR
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               MOVE TRG-DEPTO TO WS-DEPTO-ANTERIOR
           END-IF.

           MOVE TRG-DEPTO TO WS-DEPTO-PROCURA.
           PERFORM P0250-LOCALIZA-DEPTO THRU P0250-FIM.
           IF WS-DP-ACHADO > ZEROS
               ADD 1          TO WS-DP-QTD-REG(WS-DP-ACHADO)
               ADD TRG-TARIFA TO WS-DP-VAL-REG(WS-DP-ACHADO)
           END-IF.

           MOVE TRG-LIMITE     TO WS-LIMITE-ED.
           MOVE TRG-VALOR-BASE TO WS-BASE-ED.
           MOVE TRG-TARIFA     TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING TRG-DEPTO '  ' TRG-COD-DADOS ' ' TRG-TABELA
                  '   ' TRG-VIGENCIA ' ' WS-LIMITE-ED ' ' TRG-BASE
                  ' ' WS-BASE-ED ' ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0310-FIM.

       P0400-RELATA.
           IF REG-ABERTO
               CLOSE TARIFREG
           END-IF.

           IF PRT-RETORNO NOT EQUAL ZEROS
               GO TO P0400-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CONCILIACAO POR DEPARTAMENTO' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'DEPTO   QTD      REGISTRADO QTD         LANCADO'
             TO WS-LINHA-RELATORIO.
           MOVE '       DIFERENCA' TO WS-LINHA-RELATORIO(48:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 1 TO WS-IDX-DP.
           PERFORM P0410-CONCILIA-DEPTO THRU P0410-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           MOVE WS-TOT-VAL-REG TO WS-TOTAL-ED.
           MOVE WS-TOT-VAL-LANC TO WS-LANC-ED.
           COMPUTE WS-DIFERENCA = WS-TOT-VAL-REG - WS-TOT-VAL-LANC.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL TARIFAS ' WS-TOT-QTD-REG
                  ' REGISTRADO ' WS-TOTAL-ED
                  ' LANCADO ' WS-LANC-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DIFERENCA ' WS-DIF-ED
                  ' DEPARTAMENTOS DIVERGENTES ' WS-TOT-DIVERGENTES
                  ' FORA DA VISAO ' WS-CONT-FORA-VISAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'TARIFAS REGISTRADAS NO PERIODO: ' WS-TOT-QTD-REG.
           DISPLAY 'DEPARTAMENTOS DIVERGENTES.....: '
                   WS-TOT-DIVERGENTES.
           DISPLAY 'FORA DA VISAO.................: '
                   WS-CONT-FORA-VISAO.
           DISPLAY 'RELATORIO GRAVADO EM TARIFREL.' WS-HOJE '.TXT'.
       P0400-FIM.

       P0410-CONCILIA-DEPTO.
           COMPUTE WS-DIFERENCA = WS-DP-VAL-REG(WS-IDX-DP)
                                - WS-DP-VAL-LANC(WS-IDX-DP).
           ADD WS-DP-QTD-REG(WS-IDX-DP)  TO WS-TOT-QTD-REG.
           ADD WS-DP-VAL-REG(WS-IDX-DP)  TO WS-TOT-VAL-REG.
           ADD WS-DP-VAL-LANC(WS-IDX-DP) TO WS-TOT-VAL-LANC.

           MOVE WS-DP-VAL-REG(WS-IDX-DP)  TO WS-TOTAL-ED.
           MOVE WS-DP-VAL-LANC(WS-IDX-DP) TO WS-LANC-ED.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-DP-DEPTO(WS-IDX-DP) ' '
                  WS-DP-QTD-REG(WS-IDX-DP) ' ' WS-TOTAL-ED ' '
                  WS-DP-QTD-LANC(WS-IDX-DP) ' ' WS-LANC-ED ' '
                  WS-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF WS-DIFERENCA NOT EQUAL ZEROS
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE ' DIVERGENTE' TO WS-LINHA-RELATORIO(80:)
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX-DP.
       P0410-FIM.

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
               MOVE 'TARIFREL' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'PERIODO ' WS-PERIODO
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
           MOVE 'TARIFREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-TARIFREG-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'TARIFREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
