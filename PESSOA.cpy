      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos da consulta de codigos vinculados:
      *          9596-PROCURA-VINCULADOS recebe em WS-PES-COD o
      *          codigo e, quando ele esta vinculado a uma pessoa em
      *          PESSOAS.DAT, assinala CODIGO-VINCULADO, devolve o
      *          identificador em WS-PES-ID e os outros codigos da
      *          mesma pessoa em WS-PES-TAB-OUTROS. Sem o arquivo
      *          nenhum codigo esta vinculado. A exibicao e do
      *          programa chamador. Requer COPY PESSOA_WS na
      *          WORKING-STORAGE e o SELECT/FD do arquivo PESSOAS
      *          (ACCESS DYNAMIC, chave alternativa PES-ID-PESSOA).
      ******************************************************************
       9596-PROCURA-VINCULADOS.
           SET CODIGO-VINCULADO TO FALSE.
           MOVE SPACES TO WS-PES-ID.
           MOVE ZEROS  TO WS-PES-QTD-OUTROS.

           SET ST-PES-OK TO TRUE.
           OPEN INPUT PESSOAS.

           IF WS-ST-PES EQUAL 35
               GO TO 9596-FIM
           END-IF.

           IF NOT ST-PES-OK
               DISPLAY 'CADASTRO DE PESSOAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-PES
               GO TO 9596-FIM
           END-IF.

           MOVE WS-PES-COD TO PES-COD-DADOS.
           READ PESSOAS
               INVALID KEY
                   CLOSE PESSOAS
                   GO TO 9596-FIM
           END-READ.
           SET CODIGO-VINCULADO TO TRUE.
           MOVE PES-ID-PESSOA TO WS-PES-ID.

           START PESSOAS KEY IS EQUAL TO PES-ID-PESSOA
               INVALID KEY
                   CLOSE PESSOAS
                   GO TO 9596-FIM
           END-START.

           SET PES-FIM TO FALSE.
           PERFORM 9597-LE-VINCULADO THRU 9597-FIM
                   UNTIL PES-FIM.
           CLOSE PESSOAS.
       9596-FIM.

       9597-LE-VINCULADO.
           READ PESSOAS NEXT RECORD
               AT END
                   SET PES-FIM TO TRUE
                   GO TO 9597-FIM
           END-READ.
           IF PES-ID-PESSOA NOT EQUAL WS-PES-ID
               SET PES-FIM TO TRUE
               GO TO 9597-FIM
           END-IF.
           IF PES-COD-DADOS EQUAL WS-PES-COD
               GO TO 9597-FIM
           END-IF.
           ADD 1 TO WS-PES-QTD-OUTROS.
           IF WS-PES-QTD-OUTROS NOT > 20
               MOVE PES-COD-DADOS
                 TO WS-PES-OUTRO(WS-PES-QTD-OUTROS)
           END-IF.
       9597-FIM.
