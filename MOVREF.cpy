      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafo da numeracao das referencias de movimento:
      *          9555-PROXIMA-REFERENCIA avanca a serie MOVHIST do
      *          controle MOVREF.DAT (criado na primeira chamada) e
      *          devolve o numero em WS-MOV-REFERENCIA. O controle
      *          fica aberto em I-O so durante a alocacao - a
      *          abertura exclusiva serializa dois programas gravando
      *          movimento ao mesmo tempo. Sem o controle a
      *          referencia volta zero e o chamador segue avisado.
      *          Requer COPY MOVREF_WS na WORKING-STORAGE e o
      *          SELECT/FD do arquivo MOVREF no programa.
      ******************************************************************
       9555-PROXIMA-REFERENCIA.
           MOVE ZEROS TO WS-MOV-REFERENCIA.

           SET ST-MREF-OK TO TRUE.
           OPEN I-O MOVREF.

           IF WS-ST-MREF EQUAL 35
               OPEN OUTPUT MOVREF
               CLOSE MOVREF
               OPEN I-O MOVREF
           END-IF.

           IF NOT ST-MREF-OK
               DISPLAY 'CONTROLE DE REFERENCIAS MOVREF.DAT'
                       ' INDISPONIVEL - MOVIMENTO SEM REFERENCIA.'
                       ' FILE STATUS: ' WS-ST-MREF
               GO TO 9555-FIM
           END-IF.

           MOVE 'MOVHIST ' TO MREF-SERIE.
           READ MOVREF
               INVALID KEY
                   MOVE 'MOVHIST ' TO MREF-SERIE
                   MOVE 1 TO MREF-ULTIMA
                   WRITE RG-MOVREF
                       INVALID KEY
                           MOVE ZEROS TO MREF-ULTIMA
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO MREF-ULTIMA
                   REWRITE RG-MOVREF
                       INVALID KEY
                           MOVE ZEROS TO MREF-ULTIMA
                   END-REWRITE
           END-READ.

           MOVE MREF-ULTIMA TO WS-MOV-REFERENCIA.
           CLOSE MOVREF.
       9555-FIM.
