      *          CTLSALDO.DAT mantido pelos programas atualizadores,
      *          gravando o resultado (e as discrepancias) em
      *          CTLVERIF.TXT. Executado como etapa da cadeia do
      *          BATCHNOTURNO. O apurado sai tambem aberto por
      *          empresa do departamento (a soma das empresas fecha
      *          com o controle do arquivo); registro de departamento
      *          sem empresa gera alerta de severidade media.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY EMPRSRV_WS.
       COPY EMPTOT_WS.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-REL          PIC 99 VALUE 99.
       77 WS-SEQ-ALERTA       PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV         PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG         PIC X(40) VALUE SPACES.
       77 WS-IDX-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WS-NOME-EMPRESA     PIC X(11) VALUE SPACES.
       77 WS-QTD-SEM-EMPRESA  PIC 9(07) VALUE ZEROS.


       LINKAGE SECTION.
           DISPLAY '***** CONFERENCIA DO CONTROLE DE SALDOS *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 9480-CARREGA-EMPRESAS THRU 9480-FIM.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
               NOT AT END
                   ADD 1 TO WS-QTD-APURADA
                   ADD VALOR-DADOS TO WS-VALOR-APURADO
                   MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                   MOVE VALOR-DADOS TO WS-EMT-VALOR-ENTRADA
                   PERFORM 9485-ACUMULA-EMPRESA THRU 9485-FIM
           END-READ.
       P0200-FIM.

                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0510-GRAVA-LINHA THRU P0510-FIM

               MOVE ZEROS TO WS-QTD-SEM-EMPRESA
               MOVE 1 TO WS-IDX-EMPRESA
               PERFORM P0520-GRAVA-EMPRESA THRU P0520-FIM
                       UNTIL WS-IDX-EMPRESA > WS-EMT-QTD-EMPRESAS
               IF WS-QTD-SEM-EMPRESA > ZEROS
                   STRING 'ATENCAO: ' WS-QTD-SEM-EMPRESA
                          ' REGISTRO(S) EM DEPARTAMENTO SEM EMPRESA.'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-RELATORIO
                   PERFORM P0510-GRAVA-LINHA THRU P0510-FIM
                   MOVE 'M' TO WS-ALER-SEV
                   MOVE 'REGISTROS EM DEPARTAMENTO SEM EMPRESA'
                     TO WS-ALER-MSG
                   PERFORM P0600-GRAVA-ALERTA THRU P0600-FIM
               END-IF

               IF TEM-CONTROLE
                   MOVE WS-QTD-CONTROLE TO WS-QTD-ED
                   MOVE WS-VALOR-CONTROLE TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-RELATORIO.
       P0510-FIM.

       P0520-GRAVA-EMPRESA.
           MOVE WS-EMT-EMPRESA(WS-IDX-EMPRESA) TO WS-NOME-EMPRESA.
           IF WS-NOME-EMPRESA EQUAL SPACES
               MOVE 'SEM EMPRESA' TO WS-NOME-EMPRESA
               MOVE WS-EMT-QTD(WS-IDX-EMPRESA) TO WS-QTD-SEM-EMPRESA
           END-IF.
           MOVE WS-EMT-QTD(WS-IDX-EMPRESA)   TO WS-QTD-ED.
           MOVE WS-EMT-VALOR(WS-IDX-EMPRESA) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '  EMPRESA ' WS-NOME-EMPRESA ': QTD ' WS-QTD-ED
                  ' VALOR ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0510-GRAVA-LINHA THRU P0510-FIM.
           ADD 1 TO WS-IDX-EMPRESA.
       P0520-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
       9600-FIM.

       COPY PERFIL.

       COPY EMPTOT.

       COPY EMPRESA.
