      *          DEPTOS.DAT, como no RELGRUPO). Impresso pelo PRINTSRV
      *          com saida datada RELMETA.AAAAMMDD.TXT e registrado no
      *          catalogo de relatorios.
      *          A leitura sai do extrato noturno RELEXT.DAT
      *          (RELEXTR), conferido contra o CTLSALDO.DAT antes do
      *          uso; corrida avulsa pode pedir o arquivo vivo.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos e as metas dos departamentos da visao da
      *          empresa dele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-CAT.

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
       FD RELCAT.
       COPY FD_RELCAT.

       FD RELEXT.
       COPY FD_RELEXT.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY RELEXT_WS.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-METAS-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL       PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77 WS-ST-META         PIC 99.
         88 ST-META-OK        VALUE 0.
       77 WS-ST-DEPTO        PIC 99.
       77 WS-DEPTO-BUSCA     PIC X(04) VALUE SPACES.
       77 WS-GRUPO-REG       PIC X(04) VALUE SPACES.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-VAR-VALOR       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VAR-PCT         PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77 WS-VAL-REAL-ED     PIC -$$$.$$$.$$$.$$9,99.
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
               MOVE WS-RUN-DATA(1:6) TO WS-PERIODO
           END-IF.

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
           MOVE DEPTO-DADOS TO WS-DEPTO-BUSCA.
           PERFORM P0230-LOCALIZA-DEPTO THRU P0230-FIM.
           IF WS-ACHOU NOT EQUAL ZEROS
               ADD 1 TO WS-DEP-QTD-REAL(WS-ACHOU)
               ADD VALOR-DADOS TO WS-DEP-VAL-REAL(WS-ACHOU)
           END-IF.
       P0200-FIM.

       P0230-LOCALIZA-DEPTO.
      *    VARRE O MESTRE DE METAS E CASA AS METAS DO PERIODO COM OS
      *    DEPARTAMENTOS APURADOS; META SEM REALIZADO ABRE LINHA
      *    PROPRIA PARA NAO SUMIR DO CONFRONTO.
           IF BASE-EXTRATO
               PERFORM 9360-ENCERRA-EXTRATO THRU 9360-FIM
           ELSE
               IF ST-OK
                   CLOSE DADOS1
               END-IF
           END-IF.

           SET FIM-META-OK TO FALSE.
               AT END
                   SET FIM-META-OK TO TRUE
               NOT AT END
                   MOVE META-DEPTO TO EMP-DEPTO-TESTE
                   PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
                   IF META-PERIODO EQUAL WS-PERIODO
                      AND EMP-DEPTO-PERMITIDO
                       MOVE META-DEPTO TO WS-DEPTO-BUSCA
                       PERFORM P0230-LOCALIZA-DEPTO THRU P0230-FIM
                       IF WS-ACHOU NOT EQUAL ZEROS
       P0400-FIM.

       P0410-GRAVA-CORPO.
           IF BASE-EXTRATO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'BASE: EXTRATO NOTURNO DE ' WS-RX-DATA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PERIODO DA META: ' WS-PERIODO
                  '   REGISTROS LIDOS: ' WS-CONT-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE 1 TO WS-IDX2.
           PERFORM P0420-GRAVA-GRUPO THRU P0420-FIM
           MOVE 'RELMETA.' TO WS-PERFIL-LOGICO.
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

       COPY EMPRESA.
