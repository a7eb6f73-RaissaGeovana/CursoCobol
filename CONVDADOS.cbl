       COPY FD_STATUS.
       77 WS-ST-1            PIC 99.
         88 ST-1-OK           VALUE 0.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-ST-SUSP          PIC 99.

           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP     TO SUSP-SEQ
               MOVE 'CONVDADO' TO SUSP-ORIGEM
