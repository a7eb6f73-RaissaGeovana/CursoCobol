      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafo do log de atendimento das filas:
      *          9470-GRAVA-ATENDIMENTO acrescenta a ATENDIM.TXT o
      *          encerramento descrito em WS-ATD-FILA, WS-ATD-ITEM,
      *          WS-ATD-DATA/HORA-ABERTURA, WS-ATD-DECISAO,
      *          WS-ATD-OPERADOR, WS-ATD-DEPTO e WS-ATD-PROGRAMA, com
      *          o encerramento informado ou, em zeros, o do momento,
      *          e limpa item, departamento e encerramento para o
      *          proximo. Requer COPY ATEND_WS na WORKING-STORAGE e o
      *          SELECT/FD de ATENDIM.
      ******************************************************************
       9470-GRAVA-ATENDIMENTO.
           IF WS-ATD-DATA-ENCERRAMENTO EQUAL ZEROS
               ACCEPT WS-ATD-DATA-ENCERRAMENTO FROM DATE YYYYMMDD
               ACCEPT WS-ATD-RELOGIO FROM TIME
               MOVE WS-ATD-RELOGIO(1:6) TO WS-ATD-HORA-ENCERRAMENTO
           END-IF.

           SET ST-ATD-OK TO TRUE.
           OPEN EXTEND ATENDIM.

           IF WS-ST-ATD EQUAL 35 THEN
               OPEN OUTPUT ATENDIM
           END-IF.

           IF ST-ATD-OK THEN
               MOVE WS-ATD-FILA              TO ATD-FILA
               MOVE WS-ATD-ITEM              TO ATD-ITEM
               MOVE WS-ATD-DATA-ABERTURA     TO ATD-DATA-ABERTURA
               MOVE WS-ATD-HORA-ABERTURA     TO ATD-HORA-ABERTURA
               MOVE WS-ATD-DATA-ENCERRAMENTO TO ATD-DATA-ENCERRAMENTO
               MOVE WS-ATD-HORA-ENCERRAMENTO TO ATD-HORA-ENCERRAMENTO
               MOVE WS-ATD-DECISAO           TO ATD-DECISAO
               MOVE WS-ATD-OPERADOR          TO ATD-OPERADOR
               MOVE WS-ATD-DEPTO             TO ATD-DEPTO
               MOVE WS-ATD-PROGRAMA          TO ATD-PROGRAMA
               WRITE RG-ATEND
               CLOSE ATENDIM
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE ATENDIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-ATD
           END-IF.

           MOVE SPACES TO WS-ATD-ITEM WS-ATD-DEPTO.
           MOVE ZEROS  TO WS-ATD-DATA-ENCERRAMENTO
                          WS-ATD-HORA-ENCERRAMENTO.
       9470-FIM.
