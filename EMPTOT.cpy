      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos dos totais por empresa:
      *          9480-CARREGA-EMPRESAS zera a tabela WS-EMT-TABELA e
      *          carrega do EMPRSRV (funcao T) a empresa de todos os
      *          departamentos; 9485-ACUMULA-EMPRESA soma um registro
      *          (departamento em EMP-DEPTO-TESTE, valor em
      *          WS-EMT-VALOR-ENTRADA) na linha da empresa do
      *          departamento. Requer COPY EMPTOT_WS e COPY
      *          EMPRSRV_WS na WORKING-STORAGE e COPY EMPRESA.
      ******************************************************************
       9480-CARREGA-EMPRESAS.
           INITIALIZE WS-EMT-TABELA.
           MOVE 'T' TO EMP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       9480-FIM.

       9485-ACUMULA-EMPRESA.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.

           MOVE ZEROS TO WS-EMT-ACHOU.
           MOVE 1 TO WS-EMT-IDX.
           PERFORM 9486-PROCURA-EMPRESA THRU 9486-FIM
                   UNTIL WS-EMT-IDX > WS-EMT-QTD-EMPRESAS
                      OR WS-EMT-ACHOU NOT EQUAL ZEROS.

           IF WS-EMT-ACHOU EQUAL ZEROS
               IF WS-EMT-QTD-EMPRESAS < 10
                   ADD 1 TO WS-EMT-QTD-EMPRESAS
                   MOVE WS-EMT-QTD-EMPRESAS TO WS-EMT-ACHOU
                   MOVE EMP-EMPRESA-DEPTO
                     TO WS-EMT-EMPRESA(WS-EMT-ACHOU)
                   MOVE ZEROS TO WS-EMT-QTD(WS-EMT-ACHOU)
                                 WS-EMT-VALOR(WS-EMT-ACHOU)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE EMPRESAS CHEIA (10).'
                   DISPLAY 'EMPRESA ' EMP-EMPRESA-DEPTO
                           ' NAO SERA TOTALIZADA SEPARADAMENTE.'
                   GO TO 9485-FIM
               END-IF
           END-IF.

           ADD 1 TO WS-EMT-QTD(WS-EMT-ACHOU).
           ADD WS-EMT-VALOR-ENTRADA TO WS-EMT-VALOR(WS-EMT-ACHOU).
       9485-FIM.

       9486-PROCURA-EMPRESA.
           IF WS-EMT-EMPRESA(WS-EMT-IDX) EQUAL EMP-EMPRESA-DEPTO
               MOVE WS-EMT-IDX TO WS-EMT-ACHOU
           END-IF.
           ADD 1 TO WS-EMT-IDX.
       9486-FIM.
