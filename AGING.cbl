      *          convertidos pela taxa de CAMBIO.DAT vigente na data
      *          da corrida, com a diferenca de revalorizacao em
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
       COPY SNAPBASE_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-AGINGCFG-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-AGING-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-QTD-DEPTOS      PIC 9(02) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CANDIDATOS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.
       77 WS-IDADE-ED        PIC -ZZZZZ9.
       77 WS-LINHA-RELATORIO PIC X(90) VALUE SPACES.
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
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
               CLOSE CONFIG
           END-IF.

      *    A LEITURA SAI DO EXTRATO NOTURNO CONFERIDO; CORRIDA AVULSA
      *    DURANTE O DIA PODE PEDIR O ARQUIVO VIVO.
           PERFORM 9350-ESCOLHE-EXTRATO THRU 9350-FIM.
           IF NOT BASE-EXTRATO
               PERFORM P0110-ABRE-CADASTRO THRU P0110-FIM
           END-IF.

           SET ST-REL-OK TO TRUE.
                      ' DIA(S) *****'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               IF BASE-EXTRATO
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'BASE: EXTRATO NOTURNO DE ' WS-RX-DATA
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
               IF BASE-SNAPSHOT
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'BASE: SNAPSHOT DE ' WS-SNB-DATA
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
               IF NOT EMP-VISAO-CONSOLIDADA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
               MOVE 'CANDIDATOS A EXPURGO (ATIVOS ALEM DO LIMITE):'
                 TO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
       P0100-FIM.

       P0110-ABRE-CADASTRO.
      *    A LEITURA PESADA PODE SAIR DO SNAPSHOT MAIS RECENTE EM
      *    VEZ DO ARQUIVO VIVO (ESCOLHA DO OPERADOR).
           PERFORM 9560-ESCOLHE-BASE THRU 9560-FIM.
           IF BASE-SNAPSHOT
               MOVE WS-SNB-NOME TO WS-ARQ-DADOS1-DAT
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
           END-IF.
       P0110-FIM.

       P0150-DIA-SERIAL.
      *    NUMERO DE DIA CORRIDO (FORMULA DE DIAS JULIANOS
      *    SIMPLIFICADA), SUFICIENTE PARA DIFERENCAS ENTRE DATAS DO
       P0150-FIM.

       P0200-VARRE.
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

           ADD 1 TO WS-CONT-LIDOS.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.
           PERFORM P0210-CLASSIFICA THRU P0210-FIM.
       P0200-FIM.

       P0210-CLASSIFICA.
           END-EVALUATE.

      *    FAIXAS DE VALOR E TOTAIS EM MOEDA BASE - CODIGO EM MOEDA
      *    ESTRANGEIRA E CONVERTIDO PELA TAXA DA DATA DA CORRIDA; NO
      *    EXTRATO O VALOR JA VEM CONVERTIDO.
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
           END-IF.
           ADD WS-CAMB-CONVERTIDO TO WS-TOTAL-BASE.
           ADD VALOR-DADOS        TO WS-TOTAL-ORIGINAL.

               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'REGISTROS LIDOS: ' WS-CONT-LIDOS
                      '  CANDIDATOS A EXPURGO: ' WS-CONT-CANDIDATOS
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
      *        DIFERENCA ENTRE OS TOTAIS EM MOEDA BASE E OS VALORES
               CLOSE RELATORIO
               DISPLAY 'RELATORIO GRAVADO EM AGING.TXT.'
           END-IF.
           IF BASE-EXTRATO
               PERFORM 9360-ENCERRA-EXTRATO THRU 9360-FIM
           ELSE
               IF ST-OK
                   CLOSE DADOS1
               END-IF
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.
       P0500-FIM.
           MOVE 'DADOS1.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-SNB-PREF.
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

       COPY SNAPBASE.

       COPY EMPRESA.
