      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafo da verificacao de retencao legal:
      *          9585-VERIFICA-RETENCAO recebe em WS-RETL-COD o
      *          codigo e assinala CODIGO-RETIDO quando ha retencao
      *          ativa em RETLEGAL.DAT, devolvendo motivo, solicitante
      *          e data de abertura. Sem o arquivo nenhum codigo esta
      *          retido; arquivo indisponivel conta como retido (na
      *          duvida nada se destroi). A recusa, o 'R' no diario e
      *          a citacao no relatorio sao do programa chamador.
      *          Requer COPY RETLEGAL_WS na WORKING-STORAGE e o
      *          SELECT/FD do arquivo RETLEGAL no programa.
      ******************************************************************
       9585-VERIFICA-RETENCAO.
           SET CODIGO-RETIDO TO FALSE.
           MOVE SPACES TO WS-RETL-MOTIVO WS-RETL-SOLICITANTE.
           MOVE ZEROS  TO WS-RETL-DATA.

           SET ST-RETL-OK TO TRUE.
           OPEN INPUT RETLEGAL.

           IF WS-ST-RETL EQUAL 35
               GO TO 9585-FIM
           END-IF.

           IF NOT ST-RETL-OK
               SET CODIGO-RETIDO TO TRUE
               MOVE 'CADASTRO DE RETENCOES INDISPONIVEL'
                 TO WS-RETL-MOTIVO
               CLOSE RETLEGAL
               GO TO 9585-FIM
           END-IF.

           MOVE WS-RETL-COD TO RETL-COD-DADOS.
           READ RETLEGAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RETL-ATIVA
                       SET CODIGO-RETIDO TO TRUE
                       MOVE RETL-MOTIVO        TO WS-RETL-MOTIVO
                       MOVE RETL-SOLICITANTE   TO WS-RETL-SOLICITANTE
                       MOVE RETL-DATA-ABERTURA TO WS-RETL-DATA
                   END-IF
           END-READ.
           CLOSE RETLEGAL.
       9585-FIM.
