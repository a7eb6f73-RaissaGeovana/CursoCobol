      *          convertidos pela taxa de CAMBIO.DAT vigente na data
      *          do relatorio, com a diferenca de revalorizacao em
      *          linha propria.
      *          A leitura sai do extrato noturno RELEXT.DAT
      *          (RELEXTR), conferido contra o CTLSALDO.DAT antes do
      *          uso; corrida avulsa pode pedir o arquivo vivo.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  RANDOM
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
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELGRUPO-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-IDX2            PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU           PIC 9(02) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.
       77 WS-LINHA-RELATORIO PIC X(80) VALUE SPACES.
       77 WS-DATA-EXEC       PIC 9(08) VALUE ZEROS.
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

           PERFORM P0100-INICIO    THRU P0100-FIM.
           PERFORM P0200-ACUMULA   THRU P0200-FIM
                   UNTIL FIM-OK.
           MOVE WS-DATA-EXEC TO WS-CAMB-DATA-REF.
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

       P0200-ACUMULA.
           IF BASE-EXTRATO
               PERFORM 9355-LE-EXTRATO THRU 9355-FIM
               IF FIM-RX-OK
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
               END-IF
           ELSE
               READ DADOS1 NEXT RECORD
                   AT END
                       SET FIM-OK TO TRUE
                       GO TO P0200-FIM
               END-READ
           END-IF.

           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
           PERFORM P0210-ACUMULA-DEPTO THRU P0210-FIM.
       P0200-FIM.

       P0210-ACUMULA-DEPTO.
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-ACHOU
                   MOVE DEPTO-DADOS TO WS-DEP-COD(WS-ACHOU)
                   IF BASE-EXTRATO
                       MOVE WS-RX-GRUPO TO WS-DEP-GRUPO(WS-ACHOU)
                   END-IF
               ELSE
                   DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA'
                           ' (20) - DEPTO ' DEPTO-DADOS
           END-IF.

           IF WS-ACHOU NOT EQUAL ZEROS
               IF BASE-EXTRATO
                   MOVE WS-RX-VALOR-BASE TO WS-CAMB-CONVERTIDO
                   IF RX-CODIGO-SEM-TAXA
                       ADD 1 TO WS-CAMB-SEM-TAXA
                   END-IF
               ELSE
                   MOVE COD-DADOS   TO WS-CAMB-COD
                   PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM
                   MOVE VALOR-DADOS TO WS-CAMB-VALOR
                   PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM
               END-IF
               ADD 1 TO WS-DEP-QTD(WS-ACHOU)
               ADD WS-CAMB-CONVERTIDO TO WS-DEP-TOTAL(WS-ACHOU)
               ADD WS-CAMB-CONVERTIDO TO WS-TOTAL-BASE
       P0220-FIM.

       P0300-TRADUZ-GRUPOS.
           IF BASE-EXTRATO
               PERFORM 9360-ENCERRA-EXTRATO THRU 9360-FIM
           ELSE
               IF ST-OK
                   CLOSE DADOS1
               END-IF
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.


       P0310-TRADUZ-UM.
      *    DEPARTAMENTO SEM CADASTRO NO MESTRE OU SEM GRUPO
      *    ATRIBUIDO ROLA PARA O GRUPO 'SEM '. NO EXTRATO O GRUPO JA
      *    VEM TRADUZIDO.
           IF BASE-EXTRATO
               MOVE WS-DEP-GRUPO(WS-IDX) TO WS-GRUPO-REG
               GO TO P0310-ACUMULA
           END-IF.
           MOVE 'SEM ' TO WS-GRUPO-REG.

           SET ST-DEPTO-OK TO TRUE.
           END-IF.

           MOVE WS-GRUPO-REG TO WS-DEP-GRUPO(WS-IDX).

       P0310-ACUMULA.
           PERFORM P0320-ACUMULA-GRUPO THRU P0320-FIM.
           ADD 1 TO WS-IDX.
       P0310-FIM.
                  WS-DATA-EXEC ' *****'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF BASE-EXTRATO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'BASE: EXTRATO NOTURNO DE ' WS-RX-DATA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.

           MOVE 1 TO WS-IDX2.
           PERFORM P0410-GRAVA-GRUPO THRU P0410-FIM
           MOVE 'MOEDAREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOEDAREG-DAT.
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
