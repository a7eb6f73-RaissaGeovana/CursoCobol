      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos de captura do acompanhamento de uma nota:
      *          9450-ACEITA-RETORNO pede a data de retorno e devolve
      *          WS-LEM-RETORNO validada pelo DATEVAL (zeros = sem
      *          acompanhamento; data passada e recusada);
      *          9455-ACEITA-RESPONSAVEL pede o operador (OPERMST.DAT)
      *          ou o departamento (DEPTOS.DAT) responsavel e devolve
      *          um dos dois em WS-LEM-OPERADOR / WS-LEM-DEPTO. Sem o
      *          mestre (primeira instalacao) o codigo digitado e
      *          aceito. Requer COPY LEMBRETE_WS na WORKING-STORAGE e
      *          o SELECT/FD de OPERMST e DEPTOS no programa.
      ******************************************************************
       9450-ACEITA-RETORNO.
           SET LEM-RETORNO-VALIDO TO FALSE.
           ACCEPT WS-LEM-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-LEM-RETORNO.
           DISPLAY 'DATA DE RETORNO (AAAAMMDD, ZEROS = SEM'
                   ' ACOMPANHAMENTO): '
           ACCEPT WS-LEM-RETORNO.
           IF WS-LEM-RETORNO EQUAL ZEROS
               GO TO 9450-FIM
           END-IF.

           MOVE 'N' TO WS-LEM-DV-OBTER.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-LEM-DV-OBTER WS-LEM-RET-ANO WS-LEM-RET-MES
                     WS-LEM-RET-DIA WS-LEM-DV-VALIDA
           END-CALL.
           IF WS-LEM-DV-VALIDA NOT = 'S'
               DISPLAY 'DATA DE RETORNO INVALIDA.'
               GO TO 9450-FIM
           END-IF.
           IF WS-LEM-RETORNO < WS-LEM-HOJE
               DISPLAY 'A DATA DE RETORNO NAO PODE SER PASSADA.'
               GO TO 9450-FIM
           END-IF.
           SET LEM-RETORNO-VALIDO TO TRUE.
       9450-FIM.

       9455-ACEITA-RESPONSAVEL.
           SET LEM-RESP-VALIDO TO FALSE.
           MOVE SPACES TO WS-LEM-TIPO WS-LEM-OPERADOR WS-LEM-DEPTO.
           DISPLAY 'RESPONSAVEL: <O>PERADOR, <D>EPARTAMENTO OU VAZIO'
                   ' PARA ' WS-LEM-PADRAO ': '
           ACCEPT WS-LEM-TIPO.

           EVALUATE TRUE
               WHEN WS-LEM-TIPO EQUAL SPACE
                   MOVE WS-LEM-PADRAO TO WS-LEM-OPERADOR
                   SET LEM-RESP-VALIDO TO TRUE
               WHEN LEM-TIPO-OPERADOR
                   DISPLAY 'OPERADOR: '
                   ACCEPT WS-LEM-OPERADOR
                   PERFORM 9456-VALIDA-OPERADOR THRU 9456-FIM
               WHEN LEM-TIPO-DEPTO
                   DISPLAY 'DEPARTAMENTO: '
                   ACCEPT WS-LEM-DEPTO
                   PERFORM 9457-VALIDA-DEPTO THRU 9457-FIM
               WHEN OTHER
                   DISPLAY 'RESPONSAVEL INVALIDO.'
           END-EVALUATE.
       9455-FIM.

       9456-VALIDA-OPERADOR.
           IF WS-LEM-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR OBRIGATORIO.'
               GO TO 9456-FIM
           END-IF.
           SET ST-LEM-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF WS-ST-LEM-OPER EQUAL 35
               SET LEM-RESP-VALIDO TO TRUE
               GO TO 9456-FIM
           END-IF.
           IF NOT ST-LEM-OPER-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-LEM-OPER
               GO TO 9456-FIM
           END-IF.

           MOVE WS-LEM-OPERADOR TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
               NOT INVALID KEY
                   IF OPER-ATIVO
                       SET LEM-RESP-VALIDO TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO.'
                   END-IF
           END-READ.
           CLOSE OPERMST.
       9456-FIM.

       9457-VALIDA-DEPTO.
           IF WS-LEM-DEPTO EQUAL SPACES
               DISPLAY 'DEPARTAMENTO OBRIGATORIO.'
               GO TO 9457-FIM
           END-IF.
           SET ST-LEM-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.
           IF WS-ST-LEM-DEPTO EQUAL 35
               SET LEM-RESP-VALIDO TO TRUE
               GO TO 9457-FIM
           END-IF.
           IF NOT ST-LEM-DEPTO-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-LEM-DEPTO
               GO TO 9457-FIM
           END-IF.

           MOVE WS-LEM-DEPTO TO DEPTO-CODIGO.
           READ DEPTOS
               INVALID KEY
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO.'
               NOT INVALID KEY
                   SET LEM-RESP-VALIDO TO TRUE
           END-READ.
           CLOSE DEPTOS.
       9457-FIM.
