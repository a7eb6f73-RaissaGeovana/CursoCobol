      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos do saldo contabil: 9594-ABRE-SALDO-CONTABIL
      *          abre GLSALDO.DAT em I-O (criando-o na primeira vez)
      *          e 9595-ACUMULA-SALDO-CONTABIL soma a linha informada
      *          em WS-GLS-CONTA/WS-GLS-DATA/WS-GLS-DC/WS-GLS-VALOR
      *          no registro da conta e periodo, criando-o quando
      *          falta. Valor negativo desfaz uma linha acumulada
      *          antes. O chamador fecha o arquivo quando GLS-ABERTO.
      *          Requer COPY GLSALDO_WS na WORKING-STORAGE e o
      *          SELECT/FD do arquivo GLSALDO no programa.
      ******************************************************************
       9594-ABRE-SALDO-CONTABIL.
           SET GLS-ABERTO TO FALSE.
           SET ST-GLS-OK TO TRUE.
           OPEN I-O GLSALDO.

           IF WS-ST-GLS EQUAL 35
               OPEN OUTPUT GLSALDO
               CLOSE GLSALDO
               OPEN I-O GLSALDO
           END-IF.

           IF ST-GLS-OK
               SET GLS-ABERTO TO TRUE
           ELSE
               DISPLAY 'SALDOS CONTABEIS GLSALDO.DAT INDISPONIVEIS.'
                       ' FILE STATUS: ' WS-ST-GLS
           END-IF.
       9594-FIM.

       9595-ACUMULA-SALDO-CONTABIL.
           IF NOT GLS-ABERTO
               GO TO 9595-FIM
           END-IF.

           MOVE WS-GLS-CONTA   TO GLS-CONTA.
           MOVE WS-GLS-PERIODO TO GLS-PERIODO.
           SET GLS-NOVO TO FALSE.
           READ GLSALDO
               INVALID KEY
                   SET GLS-NOVO TO TRUE
           END-READ.

           IF GLS-NOVO
               MOVE WS-GLS-CONTA   TO GLS-CONTA
               MOVE WS-GLS-PERIODO TO GLS-PERIODO
               MOVE ZEROS TO GLS-DEBITOS GLS-CREDITOS GLS-QTD-LINHAS
           END-IF.

           IF WS-GLS-DC EQUAL 'D'
               ADD WS-GLS-VALOR TO GLS-DEBITOS
           ELSE
               ADD WS-GLS-VALOR TO GLS-CREDITOS
           END-IF.
           IF WS-GLS-VALOR < ZEROS
               SUBTRACT 1 FROM GLS-QTD-LINHAS
           ELSE
               ADD 1 TO GLS-QTD-LINHAS
           END-IF.
           ACCEPT GLS-DATA-ATU FROM DATE YYYYMMDD.

           IF GLS-NOVO
               WRITE RG-GLSALDO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O SALDO DA CONTA '
                               WS-GLS-CONTA ' PERIODO '
                               WS-GLS-PERIODO
               END-WRITE
           ELSE
               REWRITE RG-GLSALDO
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR O SALDO DA CONTA '
                               WS-GLS-CONTA ' PERIODO '
                               WS-GLS-PERIODO
               END-REWRITE
           END-IF.
       9595-FIM.
