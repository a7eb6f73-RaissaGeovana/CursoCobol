      *          confirmando cada um como valido ou marcando-o para
      *          revisao, com operador e data guardados na decisao.
      *          O avanco da campanha sai no RECERTRL.
      *          Tambem e chamado pela fila de trabalho do operador
      *          (FILATRAB), para onde volta ao encerrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PERFORM P0200-PERCORRE THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** DECISOES DA RECERTIFICACAO *****'.
