      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafo da segregacao por empresa:
      *          9490-VERIFICA-EMPRESA recebe em EMP-DEPTO-TESTE o
      *          departamento de um registro e assinala
      *          EMP-DEPTO-PERMITIDO quando ele pertence a visao
      *          carregada pelo EMPRSRV; devolve em EMP-EMPRESA-DEPTO
      *          a empresa do departamento (brancos quando ele nao
      *          esta em DEPTOS.DAT ou nao tem empresa). Na visao
      *          consolidada tudo e permitido.
      *          Requer COPY EMPRSRV_WS na WORKING-STORAGE e a
      *          chamada previa ao EMPRSRV.
      ******************************************************************
       9490-VERIFICA-EMPRESA.
           SET EMP-DEPTO-PERMITIDO TO FALSE.
           MOVE SPACES TO EMP-EMPRESA-DEPTO.

           MOVE 1 TO EMP-IDX.
           PERFORM 9495-COMPARA-DEPTO THRU 9495-FIM
                   UNTIL EMP-IDX > EMP-QTD-DEPTOS
                      OR EMP-EMPRESA-DEPTO NOT EQUAL SPACES.

           IF EMP-VISAO-CONSOLIDADA
               SET EMP-DEPTO-PERMITIDO TO TRUE
               GO TO 9490-FIM
           END-IF.

           IF EMP-EMPRESA-DEPTO NOT EQUAL SPACES
              AND EMP-EMPRESA-DEPTO EQUAL EMP-EMPRESA
               SET EMP-DEPTO-PERMITIDO TO TRUE
           END-IF.
       9490-FIM.

       9495-COMPARA-DEPTO.
           IF EMP-DEPTO(EMP-IDX) EQUAL EMP-DEPTO-TESTE
               MOVE EMP-DEPTO-EMPRESA(EMP-IDX) TO EMP-EMPRESA-DEPTO
           END-IF.
           ADD 1 TO EMP-IDX.
       9495-FIM.
