      *          dos 10, 50 e 100 maiores). Impresso pelo PRINTSRV
      *          com saida datada RELRANK.AAAAMMDD.TXT e registrado
      *          no catalogo de relatorios.
      *          A leitura sai do extrato noturno RELEXT.DAT
      *          (RELEXTR), conferido contra o CTLSALDO.DAT antes do
      *          uso; corrida avulsa pode pedir o arquivo vivo.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS MDA-COD-DADOS
              FILE STATUS IS WS-ST-MDA.

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
       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD RELEXT.
       COPY FD_RELEXT.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY RELEXT_WS.
       COPY CAMBIO_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL       PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-POSICAO         PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU           PIC 9(03) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-GERAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-ACUMULADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-SOMA-FATIA      PIC S9(13)V99 COMP-3 VALUE ZEROS.
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
           PERFORM P0200-CLASSIFICA THRU P0200-FIM
                   UNTIL FIM-OK.
           MOVE WS-HOJE TO WS-CAMB-DATA-REF.
           PERFORM 9520-CARREGA-CAMBIO THRU 9520-FIM.

      *    A LEITURA SAI DO EXTRATO NOTURNO CONFERIDO; CORRIDA AVULSA
      *    DURANTE O DIA PODE PEDIR O ARQUIVO VIVO.
           PERFORM 9350-ESCOLHE-EXTRATO THRU 9350-FIM.
           IF BASE-EXTRATO
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
       P0100-FIM.

       P0200-CLASSIFICA.
           IF BASE-EXTRATO
               PERFORM 9355-LE-EXTRATO THRU 9355-FIM
               IF FIM-RX-OK
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
               END-IF
      *        NO EXTRATO O VALOR JA VEM EM MOEDA BASE.
               MOVE WS-RX-VALOR-BASE TO WS-CAMB-CONVERTIDO
               IF RX-CODIGO-SEM-TAXA
                   ADD 1 TO WS-CAMB-SEM-TAXA
               END-IF
           ELSE
               READ DADOS1 NEXT RECORD
                   AT END
                       SET FIM-OK TO TRUE
                       GO TO P0200-FIM
               END-READ
               MOVE COD-DADOS   TO WS-CAMB-COD
               PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM
               MOVE VALOR-DADOS TO WS-CAMB-VALOR
               PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM
           END-IF.

           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
           ADD WS-CAMB-CONVERTIDO TO WS-TOTAL-GERAL.
           PERFORM P0210-ACUMULA-DEPTO THRU P0210-FIM.
           PERFORM P0220-ENTRA-NO-TOP THRU P0220-FIM.
       P0200-FIM.

       P0210-ACUMULA-DEPTO.
       P0228-FIM.

       P0400-RELATORIO.
           IF BASE-EXTRATO
               PERFORM 9360-ENCERRA-EXTRATO THRU 9360-FIM
           ELSE
               IF ST-OK
                   CLOSE DADOS1
               END-IF
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.

               GO TO P0400-FIM
           END-IF.

           IF BASE-EXTRATO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'BASE: EXTRATO NOTURNO DE ' WS-RX-DATA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           MOVE WS-TOTAL-GERAL TO WS-VALOR-ED.
           STRING 'REGISTROS LIDOS ' WS-CONT-LIDOS
           MOVE 'RELRANK.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
           MOVE 'RELEXT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELEXT-DAT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY RELEXT.

       COPY CAMBIO.

       COPY EMPRESA.
