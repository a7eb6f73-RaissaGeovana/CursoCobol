      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafo da verificacao de limite de exposicao:
      *          9575-VERIFICA-LIMITE recebe em WS-LIM-COD e
      *          WS-LIM-DEPTO o codigo e seu departamento, em
      *          WS-LIM-VALOR o valor que o registro passaria a ter e
      *          em WS-LIM-MOVIMENTO o movimento que o produz. Vale o
      *          limite do codigo; sem ele, o padrao do departamento.
      *          Assinala LIMITE-EXCEDIDO quando um credito leva o
      *          valor acima do teto ou um debito o leva abaixo do
      *          piso - movimento que aproxima o valor do limite
      *          passa sempre. Sem o arquivo nao ha limites. O
      *          parqueamento em suspenso e o alerta sao do programa
      *          chamador.
      *          Requer COPY LIMITE_WS na WORKING-STORAGE e o
      *          SELECT/FD do arquivo LIMITES no programa.
      ******************************************************************
       9575-VERIFICA-LIMITE.
           SET TEM-LIMITE      TO FALSE.
           SET LIMITE-EXCEDIDO TO FALSE.
           MOVE SPACES TO WS-LIM-ORIGEM.
           MOVE ZEROS  TO WS-LIM-MAXIMO WS-LIM-MINIMO.

           SET ST-LIM-OK TO TRUE.
           OPEN INPUT LIMITES.

           IF WS-ST-LIM EQUAL 35
               GO TO 9575-FIM
           END-IF.

           IF NOT ST-LIM-OK
               DISPLAY 'CADASTRO DE LIMITES INDISPONIVEL - LIMITE NAO'
                       ' CONFERIDO. FILE STATUS: ' WS-ST-LIM
               CLOSE LIMITES
               GO TO 9575-FIM
           END-IF.

           SET LIM-DO-CODIGO TO TRUE.
           MOVE WS-LIM-COD TO LIM-ID.
           READ LIMITES
               INVALID KEY
                   IF WS-LIM-DEPTO NOT EQUAL SPACES
                       SET LIM-DO-DEPTO TO TRUE
                       MOVE WS-LIM-DEPTO TO LIM-ID
                       READ LIMITES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET TEM-LIMITE TO TRUE
                       END-READ
                   END-IF
               NOT INVALID KEY
                   SET TEM-LIMITE TO TRUE
           END-READ.
           CLOSE LIMITES.

           IF NOT TEM-LIMITE
               GO TO 9575-FIM
           END-IF.

           MOVE LIM-TIPO   TO WS-LIM-ORIGEM.
           MOVE LIM-MAXIMO TO WS-LIM-MAXIMO.
           MOVE LIM-MINIMO TO WS-LIM-MINIMO.

           IF WS-LIM-MOVIMENTO > ZEROS
              AND WS-LIM-MAXIMO > ZEROS
              AND WS-LIM-VALOR > WS-LIM-MAXIMO
               SET LIMITE-EXCEDIDO TO TRUE
           END-IF.

           IF WS-LIM-MOVIMENTO < ZEROS
              AND WS-LIM-VALOR < WS-LIM-MINIMO
               SET LIMITE-EXCEDIDO TO TRUE
           END-IF.
       9575-FIM.
