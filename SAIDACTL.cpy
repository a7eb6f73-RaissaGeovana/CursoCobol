      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafo da verificacao da liberacao das saidas:
      *          9400-VERIFICA-SAIDA le SAIDACTL.DAT ate o registro
      *          mais recente e assinala SAIDA-RETIDA quando a ultima
      *          conferencia de tolerancia (TOLSAIDA) ficou retida ou
      *          foi cancelada pelo supervisor - sem o arquivo (antes
      *          da primeira conferencia) as saidas estao liberadas.
      *          Com a cadeia noturna dona dos arquivos (semaforo
      *          SISTSTAT.TXT em B - a interface roda como etapa ou
      *          como trabalho da agenda), vale so a conferencia da
      *          propria corrida: sem o registro da data da corrida
      *          no SAIDACTL.DAT as saidas ficam retidas.
      *          Requer COPY SAIDACTL_WS na WORKING-STORAGE e o
      *          SELECT/FD dos arquivos SAIDACTL e SISTSTAT no
      *          programa. A recusa e do programa chamador.
      ******************************************************************
       9400-VERIFICA-SAIDA.
           SET SAIDA-RETIDA TO FALSE.
           MOVE ZEROS  TO WS-SAI-DATA-ULT.
           MOVE SPACES TO WS-SAI-SIT-ULT.
           PERFORM 9410-VERIFICA-CORRIDA THRU 9410-FIM.

           SET ST-SAICTL-OK TO TRUE.
           OPEN INPUT SAIDACTL.
           IF NOT ST-SAICTL-OK
               IF SAI-CORRIDA-CADEIA
                   PERFORM 9415-SEM-CONFERENCIA THRU 9415-FIM
               END-IF
               GO TO 9400-FIM
           END-IF.

           SET FIM-SAICTL-OK TO FALSE.
           PERFORM 9405-LE-SAIDACTL THRU 9405-FIM
                   UNTIL FIM-SAICTL-OK.
           CLOSE SAIDACTL.

           IF SAI-CORRIDA-CADEIA
              AND WS-SAI-DATA-ULT NOT EQUAL WS-SAI-DATA-CORRIDA
      *        A ULTIMA CONFERENCIA E DE OUTRA NOITE - A DESTA
      *        CORRIDA AINDA NAO DECIDIU.
               PERFORM 9415-SEM-CONFERENCIA THRU 9415-FIM
               GO TO 9400-FIM
           END-IF.

           IF WS-SAI-SIT-ULT EQUAL 'R' OR 'C'
               SET SAIDA-RETIDA TO TRUE
               IF SAI-ULT-CANCELADA
                   DISPLAY 'SAIDAS DA CORRIDA DE ' WS-SAI-DATA-ULT
                           ' CANCELADAS PELO SUPERVISOR (TOLSAIDA).'
               ELSE
                   DISPLAY 'SAIDAS DA CORRIDA DE ' WS-SAI-DATA-ULT
                           ' RETIDAS FORA DA TOLERANCIA - AGUARDANDO'
                           ' O SUPERVISOR (TOLSAIDA).'
               END-IF
           END-IF.
       9400-FIM.

       9405-LE-SAIDACTL.
           READ SAIDACTL NEXT RECORD
               AT END
                   SET FIM-SAICTL-OK TO TRUE
               NOT AT END
                   MOVE SAI-DATA     TO WS-SAI-DATA-ULT
                   MOVE SAI-SITUACAO TO WS-SAI-SIT-ULT
           END-READ.
       9405-FIM.

       9410-VERIFICA-CORRIDA.
      *    SEMAFORO EM B: A CADEIA NOTURNA E DONA DOS ARQUIVOS E A
      *    DATA GRAVADA NA ABERTURA E A DATA DA CORRIDA.
           SET SAI-CORRIDA-CADEIA TO FALSE.
           MOVE ZEROS TO WS-SAI-DATA-CORRIDA.

           SET ST-SAISIS-OK TO TRUE.
           OPEN INPUT SISTSTAT.
           IF NOT ST-SAISIS-OK
               GO TO 9410-FIM
           END-IF.

           READ SISTSTAT
               AT END
                   CONTINUE
               NOT AT END
                   IF SIST-BATCH
                       SET SAI-CORRIDA-CADEIA TO TRUE
                       MOVE SIST-DATA TO WS-SAI-DATA-CORRIDA
                   END-IF
           END-READ.
           CLOSE SISTSTAT.
       9410-FIM.

       9415-SEM-CONFERENCIA.
           SET SAIDA-RETIDA TO TRUE.
           DISPLAY 'CORRIDA DE ' WS-SAI-DATA-CORRIDA ' SEM A'
                   ' CONFERENCIA DE TOLERANCIA (TOLSAIDA) - SAIDAS'
                   ' RETIDAS.'.
       9415-FIM.
