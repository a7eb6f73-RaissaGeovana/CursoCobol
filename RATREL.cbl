      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio do rateio de custos - lista, para o periodo
      *          AAAAMM informado (zero = mes corrente), as regras
      *          rateadas pelo RATGER (RATREG.DAT) com o valor
      *          calculado, o enviado pela origem, o recebido pelos
      *          destinos e a parte de cada destino, e apura no
      *          MOVHIST.TXT o que o motor de lancamentos de fato
      *          gravou com o motivo RAT e data efetiva no periodo,
      *          por departamento do codigo (debito e enviado,
      *          credito e recebido, estorno abate do lado que
      *          desfaz). A prova final confere enviado contra
      *          recebido no registro e no lancado, e o registrado
      *          contra o lancado: diferenca aponta lancamento de
      *          rateio ainda pendente, suspenso ou rejeitado. Impresso
      *          pelo PRINTSRV com saida datada RATREL.AAAAMMDD.TXT e
      *          registrado no catalogo de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          Na visao de uma empresa saem as regras com origem
      *          nela e a prova confere so o enviado registrado
      *          contra o lancado (o recebido pode vir de outra).
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
              SELECT RATREG ASSIGN TO WS-ARQ-RATREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RRG-CHAVE
              FILE STATUS IS WS-ST.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.

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
       FD RATREG.
       COPY FD_RATREG.

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

       FD DADOS1.
       COPY FD_CRUD.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-RATREG-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-DAD          PIC 99.
         88 ST-DAD-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-REG-ABERTO      PIC X     VALUE 'N'.
         88 REG-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO         PIC 9(06) VALUE ZEROS.
      *    LANCADO NO MOVHIST POR DEPARTAMENTO DO CODIGO.
       01 WS-TAB-DEPTOS.
          02 WS-DP OCCURS 100 TIMES.
             03 WS-DP-DEPTO      PIC X(04).
             03 WS-DP-QTD-LANC   PIC 9(05).
             03 WS-DP-ENVIADO    PIC S9(09)V99.
             03 WS-DP-RECEBIDO   PIC S9(09)V99.
       77 WS-QTD-DEPTOS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DP          PIC 9(03) VALUE ZEROS.
       77 WS-DP-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DST         PIC 9(02) VALUE ZEROS.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
       77 WS-DIFERENCA       PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-REGRAS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LANC        PIC 9(07) VALUE ZEROS.
       77 WS-REG-RATEADO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-REG-ENVIADO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-REG-RECEBIDO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-LANC-ENVIADO    PIC S9(09)V99 VALUE ZEROS.
       77 WS-LANC-RECEBIDO   PIC S9(09)V99 VALUE ZEROS.
       77 WS-BALANCEADO      PIC X     VALUE 'S'.
         88 RATEIO-BALANCEADO          VALUE 'S' FALSE 'N'.
       77 WS-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR3-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-LANC-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-LANC2-ED        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-ED          PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-BASE-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM P0200-LISTA-REGISTRO THRU P0200-FIM.
           PERFORM P0300-APURA-LANCADO THRU P0300-FIM.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '********* RELATORIO DO RATEIO DE CUSTOS *********'.
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
           MOVE 'RATEIO DE CUSTOS - ENVIADO X RECEBIDO'
             TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DO RATEIO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT RATREG.
           IF NOT ST-OK
               DISPLAY 'REGISTRO RATREG.DAT VAZIO OU INDISPONIVEL.'
           ELSE
               SET REG-ABERTO TO TRUE
           END-IF.

           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-DAD-OK
               SET DAD-ABERTO TO TRUE
           ELSE
               DISPLAY 'CADASTRO DADOS1.DAT INDISPONIVEL - LANCADO'
                       ' SAI SEM DEPARTAMENTO (????).'
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PERIODO ' WS-PERIODO
                  ' - RATEIOS REGISTRADOS PELO RATGER CONTRA O'
                  ' LANCADO NO MOVHIST (MOTIVO RAT)'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0100-FIM.

       P0200-LISTA-REGISTRO.
           IF FIM-OK OR NOT REG-ABERTO
               GO TO P0200-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'ORIG M   PCT        RATEADO        ENVIADO'
             TO WS-LINHA-RELATORIO.
           MOVE '       RECEBIDO       DIFERENCA'
             TO WS-LINHA-RELATORIO(44:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE WS-PERIODO  TO RRG-PERIODO.
           MOVE LOW-VALUES  TO RRG-DEPTO-ORIGEM.
           START RATREG KEY IS NOT LESS THAN RRG-CHAVE
               INVALID KEY
                   GO TO P0200-FIM
           END-START.

           PERFORM P0210-LE-REGISTRO THRU P0210-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
       P0200-FIM.

       P0210-LE-REGISTRO.
           READ RATREG NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           IF RRG-PERIODO NOT EQUAL WS-PERIODO
               SET FIM-OK TO TRUE
               GO TO P0210-FIM
           END-IF.
           MOVE RRG-DEPTO-ORIGEM TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           ADD 1                  TO WS-QTD-REGRAS.
           ADD RRG-VALOR-RATEADO  TO WS-REG-RATEADO.
           ADD RRG-TOTAL-ENVIADO  TO WS-REG-ENVIADO.
           ADD RRG-TOTAL-RECEBIDO TO WS-REG-RECEBIDO.

           COMPUTE WS-DIFERENCA = RRG-TOTAL-ENVIADO
                                - RRG-TOTAL-RECEBIDO.
           MOVE RRG-PCT-ORIGEM     TO WS-PCT-ED.
           MOVE RRG-VALOR-RATEADO  TO WS-VALOR-ED.
           MOVE RRG-TOTAL-ENVIADO  TO WS-VALOR2-ED.
           MOVE RRG-TOTAL-RECEBIDO TO WS-VALOR3-ED.
           MOVE WS-DIFERENCA       TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING RRG-DEPTO-ORIGEM ' ' RRG-METODO ' ' WS-PCT-ED ' '
                  WS-VALOR-ED ' ' WS-VALOR2-ED ' ' WS-VALOR3-ED ' '
                  WS-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF WS-DIFERENCA NOT EQUAL ZEROS
              OR RRG-TOTAL-ENVIADO NOT EQUAL RRG-VALOR-RATEADO
               SET RATEIO-BALANCEADO TO FALSE
               MOVE ' DIVERGENTE' TO WS-LINHA-RELATORIO(90:)
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 1 TO WS-IDX-DST.
           PERFORM P0220-LISTA-DESTINO THRU P0220-FIM
                   UNTIL WS-IDX-DST > RRG-QTD-DESTINOS.
       P0210-FIM.

       P0220-LISTA-DESTINO.
           MOVE RRG-BASE-DESTINO(WS-IDX-DST)  TO WS-BASE-ED.
           MOVE RRG-VALOR-DESTINO(WS-IDX-DST) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '     DESTINO ' RRG-DEPTO-DESTINO(WS-IDX-DST)
                  ' BASE ' WS-BASE-ED
                  ' PARTE ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX-DST.
       P0220-FIM.

       P0300-APURA-LANCADO.
      *    UMA PASSADA NO MOVHIST. O ESTORNO DE UM DEBITO DE RATEIO
      *    VEM A CREDITO E ABATE O ENVIADO; O DE UM CREDITO ABATE O
      *    RECEBIDO.
           IF FIM-OK
               GO TO P0300-FIM
           END-IF.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               DISPLAY 'MOVHIST.TXT INDISPONIVEL - NADA LANCADO A'
                       ' CONFERIR.'
               GO TO P0300-FIM
           END-IF.

           PERFORM P0310-LE-MOVIMENTO THRU P0310-FIM
                   UNTIL FIM-OK.
           CLOSE MOVHIST.
           SET FIM-OK TO FALSE.
       P0300-FIM.

       P0310-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

           IF MOV-MOTIVO NOT EQUAL 'RAT'
              OR MOV-DATA-EFET(1:6) NOT EQUAL WS-PERIODO
               GO TO P0310-FIM
           END-IF.

           MOVE '????' TO WS-DEPTO-PROCURA.
           IF DAD-ABERTO
               MOVE MOV-COD-DADOS TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA
               END-READ
           END-IF.
           MOVE WS-DEPTO-PROCURA TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0310-FIM
           END-IF.

           PERFORM P0350-LOCALIZA-DEPTO THRU P0350-FIM.
           IF WS-DP-ACHADO EQUAL ZEROS
               GO TO P0310-FIM
           END-IF.

           ADD 1 TO WS-DP-QTD-LANC(WS-DP-ACHADO).
           IF MOV-REF-ESTORNO EQUAL ZEROS
               IF MOV-DEBITO
                   ADD MOV-VALOR TO WS-DP-ENVIADO(WS-DP-ACHADO)
               ELSE
                   ADD MOV-VALOR TO WS-DP-RECEBIDO(WS-DP-ACHADO)
               END-IF
           ELSE
               IF MOV-CREDITO
                   SUBTRACT MOV-VALOR FROM WS-DP-ENVIADO(WS-DP-ACHADO)
               ELSE
                   SUBTRACT MOV-VALOR
                       FROM WS-DP-RECEBIDO(WS-DP-ACHADO)
               END-IF
           END-IF.
       P0310-FIM.

       P0350-LOCALIZA-DEPTO.
      *    PROCURA O DEPARTAMENTO NA TABELA E O INCLUI SE FOR NOVO.
           MOVE ZEROS TO WS-DP-ACHADO.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0355-CONFERE-DEPTO THRU P0355-FIM
                   UNTIL WS-DP-ACHADO > ZEROS
                      OR WS-IDX-DP > WS-QTD-DEPTOS.

           IF WS-DP-ACHADO EQUAL ZEROS
               IF WS-QTD-DEPTOS < 100
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS    TO WS-DP-ACHADO
                   MOVE WS-DEPTO-PROCURA TO WS-DP-DEPTO(WS-DP-ACHADO)
                   MOVE ZEROS TO WS-DP-QTD-LANC(WS-DP-ACHADO)
                                 WS-DP-ENVIADO(WS-DP-ACHADO)
                                 WS-DP-RECEBIDO(WS-DP-ACHADO)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA'
                           ' (100) - DEPTO ' WS-DEPTO-PROCURA
                           ' FORA DA CONFERENCIA.'
               END-IF
           END-IF.
       P0350-FIM.

       P0355-CONFERE-DEPTO.
           IF WS-DP-DEPTO(WS-IDX-DP) EQUAL WS-DEPTO-PROCURA
               MOVE WS-IDX-DP TO WS-DP-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0355-FIM.

       P0400-RELATA.
           IF REG-ABERTO
               CLOSE RATREG
           END-IF.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.

           IF PRT-RETORNO NOT EQUAL ZEROS
               GO TO P0400-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'LANCADO NO MOVHIST POR DEPARTAMENTO'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'DEPTO   QTD         ENVIADO        RECEBIDO'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 1 TO WS-IDX-DP.
           PERFORM P0410-LISTA-DEPTO THRU P0410-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'REGRAS E LANCAMENTOS FORA DA VISAO: '
                      WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    PROVA: O REGISTRO E O LANCADO TEM DE FECHAR ENVIADO COM
      *    RECEBIDO, E O LANCADO TEM DE SER O QUE FOI REGISTRADO.
      *    NA VISAO DE UMA EMPRESA O RECEBIDO PODE VIR DE REGRA DE
      *    OUTRA: CONFERE SO O ENVIADO.
           IF EMP-VISAO-CONSOLIDADA
               IF WS-LANC-ENVIADO NOT EQUAL WS-LANC-RECEBIDO
                  OR WS-REG-ENVIADO NOT EQUAL WS-REG-RECEBIDO
                  OR WS-REG-ENVIADO NOT EQUAL WS-LANC-ENVIADO
                  OR WS-REG-RECEBIDO NOT EQUAL WS-LANC-RECEBIDO
                   SET RATEIO-BALANCEADO TO FALSE
               END-IF
           ELSE
               IF WS-REG-ENVIADO NOT EQUAL WS-LANC-ENVIADO
                   SET RATEIO-BALANCEADO TO FALSE
               END-IF
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE WS-REG-ENVIADO  TO WS-VALOR-ED.
           MOVE WS-REG-RECEBIDO TO WS-VALOR2-ED.
           COMPUTE WS-DIFERENCA = WS-REG-ENVIADO - WS-REG-RECEBIDO.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'REGISTRADO: ' WS-QTD-REGRAS ' REGRA(S) ENVIADO '
                  WS-VALOR-ED ' RECEBIDO ' WS-VALOR2-ED
                  ' DIF ' WS-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE WS-LANC-ENVIADO  TO WS-LANC-ED.
           MOVE WS-LANC-RECEBIDO TO WS-LANC2-ED.
           COMPUTE WS-DIFERENCA = WS-LANC-ENVIADO - WS-LANC-RECEBIDO.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'LANCADO...: ' WS-QTD-LANC ' MOVTOS  ENVIADO '
                  WS-LANC-ED ' RECEBIDO ' WS-LANC2-ED
                  ' DIF ' WS-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN NOT RATEIO-BALANCEADO
                   MOVE 'RATEIO DIVERGENTE - CONFERIR LANCAMENTOS RAT'
                     TO WS-LINHA-RELATORIO
                   MOVE ' PENDENTES, SUSPENSOS OU REJEITADOS'
                     TO WS-LINHA-RELATORIO(45:)
               WHEN EMP-VISAO-CONSOLIDADA
                   MOVE 'RATEIO BALANCEADO - ENVIADO IGUAL AO RECEBIDO'
                     TO WS-LINHA-RELATORIO
                   MOVE ' E LANCADO IGUAL AO REGISTRADO'
                     TO WS-LINHA-RELATORIO(46:)
               WHEN OTHER
                   MOVE 'RATEIO CONFERIDO - ENVIADO LANCADO IGUAL AO'
                     TO WS-LINHA-RELATORIO
                   MOVE ' REGISTRADO NA EMPRESA'
                     TO WS-LINHA-RELATORIO(44:)
           END-EVALUATE.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'REGRAS RATEADAS NO PERIODO: ' WS-QTD-REGRAS.
           DISPLAY 'FORA DA VISAO.............: ' WS-CONT-FORA-VISAO.
           IF RATEIO-BALANCEADO
               DISPLAY 'RATEIO BALANCEADO.'
           ELSE
               DISPLAY 'RATEIO DIVERGENTE - VER RELATORIO.'
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM RATREL.' WS-HOJE '.TXT'.
       P0400-FIM.

       P0410-LISTA-DEPTO.
           ADD WS-DP-QTD-LANC(WS-IDX-DP) TO WS-QTD-LANC.
           ADD WS-DP-ENVIADO(WS-IDX-DP)  TO WS-LANC-ENVIADO.
           ADD WS-DP-RECEBIDO(WS-IDX-DP) TO WS-LANC-RECEBIDO.

           MOVE WS-DP-ENVIADO(WS-IDX-DP)  TO WS-LANC-ED.
           MOVE WS-DP-RECEBIDO(WS-IDX-DP) TO WS-LANC2-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-DP-DEPTO(WS-IDX-DP) ' '
                  WS-DP-QTD-LANC(WS-IDX-DP) ' ' WS-LANC-ED ' '
                  WS-LANC2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
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
               MOVE 'RATREL' TO REL-ID
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
           MOVE 'RATREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RATREG-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'RATREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
