      *          que hoje somem com a rolagem da tela), abre os ativos
      *          e inativos de DADOS1 e as operacoes do dia no DIARIO,
      *          e acrescenta uma linha por corrida em ESTATDIA.TXT
      *          para o TRENDREL imprimir a tendencia. Dentro da
      *          cadeia a linha leva a data da corrida (SISTSTAT.TXT)
      *          e as operacoes contadas vao dessa data ate a do
      *          relogio, se a cadeia passar da meia-noite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-EST.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-SIST.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL

       FD ESTATDIA.
       COPY FD_ESTATDIA.
       FD SISTSTAT.
       COPY FD_SISTSTAT.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       77  WS-ARQ-DADOSR-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ESTATDIA-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-ST-EST         PIC 99.
         88 ST-EST-OK       VALUE 0.
       77 WS-ST-SIST        PIC 99.
         88 ST-SIST-OK      VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-DATA-EXEC      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-RELOGIO   PIC 9(08) VALUE ZEROS.
       77 WS-QTD-TXT        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-D1         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DR         PIC 9(07) VALUE ZEROS.

       P0100-INICIO.
           DISPLAY '***** ESTATISTICAS DIARIAS DO CADASTRO *****'.
           ACCEPT WS-DATA-RELOGIO FROM DATE YYYYMMDD.
           MOVE WS-DATA-RELOGIO TO WS-DATA-EXEC.
      *    DENTRO DA CADEIA A LINHA LEVA A DATA DA CORRIDA (SEMAFORO
      *    SISTSTAT), QUE O TOLSAIDA PROCURA, MESMO QUE A CADEIA
      *    PASSE DA MEIA-NOITE.
           SET ST-SIST-OK TO TRUE.
           OPEN INPUT SISTSTAT.
           IF ST-SIST-OK
               READ SISTSTAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIST-BATCH
                           MOVE SIST-DATA TO WS-DATA-EXEC
                       END-IF
               END-READ
               CLOSE SISTSTAT
           END-IF.
       P0100-FIM.

       P0200-CONTA-TXT.
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF DIARIO-DATA NOT < WS-DATA-EXEC
                      AND DIARIO-DATA NOT > WS-DATA-RELOGIO
                       EVALUATE TRUE
                           WHEN DIARIO-OP-INCLUSAO
                               ADD 1 TO WS-QTD-INCL
           MOVE 'ESTATDIA.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ESTATDIA-TXT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY PERFIL.
