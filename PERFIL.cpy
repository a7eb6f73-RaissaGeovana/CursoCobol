      *          9710-RESOLVE-ARQUIVO devolve em WS-PERFIL-FISICO o
      *          caminho do nome logico pedido em WS-PERFIL-LOGICO -
      *          do perfil quando mapeado, senao o caminho padrao de
      *          producao. No ambiente de ensaio o nome logico vai
      *          sempre para o diretorio de ensaio (9720-RESOLVE-
      *          ENSAIO), mapeado ou nao - nenhum caminho de producao
      *          e devolvido. Requer COPY PERFIL_WS na WORKING-STORAGE
      *          e o SELECT/FD do arquivo PERFIL no programa.
      ******************************************************************
       9700-CARREGA-PERFIL.
           IF PERFIL-CARREGADO
               DISPLAY '*** AMBIENTE DE TREINAMENTO - DADOS DE'
                       ' TREINO, NADA SAI PARA FORA ***'
           END-IF.

           IF AMBIENTE-ENSAIO
               DISPLAY '*** ENSAIO DA CADEIA - COPIA DOS DADOS DE'
                       ' PRODUCAO, NADA SAI PARA FORA ***'
           END-IF.
       9700-FIM.

       9705-LE-LINHA-PERFIL.
                       INTO WS-PERFIL-LOG-LIDO WS-PERFIL-FIS-LIDO
                   END-UNSTRING
                   IF WS-PERFIL-LOG-LIDO EQUAL 'AMBIENTE'
      *                LINHA AMBIENTE=TREINAMENTO/PRODUCAO/ENSAIO
      *                DEFINE O AMBIENTE CORRENTE E NAO ENTRA NO
      *                DE-PARA.
                       EVALUATE WS-PERFIL-FIS-LIDO(1:1)
                           WHEN 'T'
                               MOVE 'T' TO WS-PERFIL-AMBIENTE
                           WHEN 'E'
                               MOVE 'E' TO WS-PERFIL-AMBIENTE
                           WHEN OTHER
                               MOVE 'P' TO WS-PERFIL-AMBIENTE
                       END-EVALUATE
                   ELSE
                   IF WS-PERFIL-LOG-LIDO NOT EQUAL SPACES
                      AND WS-PERFIL-FIS-LIDO NOT EQUAL SPACES
       9705-FIM.

       9710-RESOLVE-ARQUIVO.
           IF AMBIENTE-ENSAIO
               PERFORM 9720-RESOLVE-ENSAIO THRU 9720-FIM
               GO TO 9710-FIM
           END-IF.

           SET PERFIL-ACHOU TO FALSE.
           MOVE 1 TO WS-PERFIL-IDX.

               ADD 1 TO WS-PERFIL-IDX
           END-IF.
       9715-FIM.

       9720-RESOLVE-ENSAIO.
      *    CAMINHO DO NOME LOGICO NO DIRETORIO DE ENSAIO DA CADEIA
      *    NOTURNA - USADO PELO 9710 NO AMBIENTE DE ENSAIO E PELO
      *    ENSAIO PARA MONTAR A COPIA DOS DADOS DE PRODUCAO.
           MOVE SPACES TO WS-PERFIL-FISICO.
           STRING 'C:/Users/raissa.ribeiro/Desktop/Curso/ENSAIO/'
                  WS-PERFIL-LOGICO DELIMITED BY SPACE
                  INTO WS-PERFIL-FISICO.
       9720-FIM.
