      *          cada periodo com a variacao absoluta e percentual
      *          contra o periodo anterior, mais a secao comparativa
      *          por departamento - sem regua sobre tres impressoes.
      *          A leitura sai do extrato noturno RELEXT.DAT
      *          (RELEXTR), conferido contra o CTLSALDO.DAT antes do
      *          uso; corrida avulsa pode pedir o arquivo vivo.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele, nos snapshots e no
      *          periodo atual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.
              SELECT RELEXT ASSIGN TO WS-ARQ-RELEXT-DAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RX.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-RXCTL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD RELATORIO.
       01  RG-RELATORIO        PIC X(110).

       FD RELEXT.
       COPY FD_RELEXT.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY RELEXT_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-COMPPER-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-SNAP      PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-IDX-DEP         PIC 9(02) VALUE ZEROS.
       77 WS-DEP-ACHOU       PIC 9(02) VALUE ZEROS.
       77 WS-DEPTO-REG       PIC X(04) VALUE SPACES.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-REG       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VAR-ABS         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VAR-PCT         PIC S9(05)V99 COMP-3 VALUE ZEROS.
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
           IF WS-QTD-PERIODOS > ZEROS
               PERFORM P0300-ATUAL THRU P0300-FIM
       P0210-FIM.

       P0250-ACUMULA.
           MOVE WS-DEPTO-REG TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0250-FIM
           END-IF.

           ADD 1 TO WS-PER-QTD(WS-IDX-PER).
           ADD WS-VALOR-REG TO WS-PER-TOTAL(WS-IDX-PER).

       P0260-FIM.

       P0300-ATUAL.
      *    O PERIODO ATUAL SAI DO EXTRATO NOTURNO CONFERIDO; CORRIDA
      *    AVULSA DURANTE O DIA PODE PEDIR O ARQUIVO VIVO.
           PERFORM 9350-ESCOLHE-EXTRATO THRU 9350-FIM.
           IF NOT BASE-EXTRATO
               SET ST-OK TO TRUE
               OPEN INPUT DADOS1
               IF NOT ST-OK
                   DISPLAY 'DADOS1.DAT INDISPONIVEL - COMPARATIVO SO'
                           ' COM OS SNAPSHOTS.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
                   GO TO P0300-FIM
               END-IF
           END-IF.

           ADD 1 TO WS-QTD-PERIODOS.
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.

           IF BASE-EXTRATO
               PERFORM 9360-ENCERRA-EXTRATO THRU 9360-FIM
           ELSE
               CLOSE DADOS1
           END-IF.
       P0300-FIM.

       P0310-LE-ATUAL.
           IF BASE-EXTRATO
               PERFORM 9355-LE-EXTRATO THRU 9355-FIM
               IF FIM-RX-OK
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
               END-IF
           ELSE
               READ DADOS1 NEXT RECORD
                   AT END
                       SET FIM-OK TO TRUE
                       GO TO P0310-FIM
               END-READ
           END-IF.

           MOVE DEPTO-DADOS TO WS-DEPTO-REG.
           MOVE VALOR-DADOS TO WS-VALOR-REG.
           PERFORM P0250-ACUMULA THRU P0250-FIM.
       P0310-FIM.

       P0400-RELATORIO.
           STRING '***** COMPARATIVO DE PERIODOS *****'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.

           MOVE 1 TO WS-IDX-PER.
           PERFORM P0410-GRAVA-PERIODO THRU P0410-FIM
           MOVE 'DADOS1.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-SNAP.
           MOVE 'RELEXT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELEXT-DAT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY RELEXT.

       COPY EMPRESA.
