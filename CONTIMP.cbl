         88 ST-SUSP-OK        VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-SEQ         PIC X.

           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP        TO SUSP-SEQ
               MOVE 'CONTIMP '         TO SUSP-ORIGEM
