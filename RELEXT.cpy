      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos da leitura do extrato noturno dos
      *          relatorios de valor: 9350-ESCOLHE-EXTRATO pergunta se
      *          a corrida le o extrato RELEXT.DAT (padrao) ou o
      *          arquivo vivo e, no extrato, abre o arquivo, le o
      *          cabecalho e confere quantidade e soma de VALOR-DADOS
      *          contra o CTLSALDO.DAT - extrato ausente, sem
      *          cabecalho, sem controle para conferir ou divergente
      *          (o cadastro mudou depois da extracao) faz a corrida
      *          seguir no arquivo vivo com aviso. Conferido,
      *          BASE-EXTRATO fica ligado e a data da extracao sai em
      *          WS-RX-DATA para o cabecalho do relatorio;
      *          9355-LE-EXTRATO devolve o proximo codigo em RG-DADOS,
      *          com o grupo gerencial em WS-RX-GRUPO e o valor em
      *          moeda base em WS-RX-VALOR-BASE, ou liga FIM-RX-OK;
      *          9360-ENCERRA-EXTRATO fecha o extrato. Requer COPY
      *          RELEXT_WS na WORKING-STORAGE, o FD de DADOS1 com
      *          COPY FD_CRUD e os SELECT/FD de RELEXT e CTLSALDO.
      ******************************************************************
       9350-ESCOLHE-EXTRATO.
           SET BASE-EXTRATO TO FALSE.
           SET FIM-RX-OK TO FALSE.
           MOVE SPACES TO WS-RX-ESCOLHA.
           DISPLAY 'LEITURA: <E>XTRATO NOTURNO OU ARQUIVO <V>IVO: '
           ACCEPT WS-RX-ESCOLHA.

           IF PEDE-ARQUIVO-VIVO
               GO TO 9350-FIM
           END-IF.

           SET ST-RX-OK TO TRUE.
           OPEN INPUT RELEXT.
           IF NOT ST-RX-OK
               DISPLAY 'EXTRATO RELEXT.DAT INDISPONIVEL - A CORRIDA'
                       ' SEGUE NO ARQUIVO VIVO.'
               GO TO 9350-FIM
           END-IF.

           READ RELEXT
               AT END
                   MOVE SPACES TO RX-TIPO
           END-READ.
           IF NOT RX-CABECALHO
               DISPLAY 'EXTRATO RELEXT.DAT SEM CABECALHO - A CORRIDA'
                       ' SEGUE NO ARQUIVO VIVO.'
               CLOSE RELEXT
               GO TO 9350-FIM
           END-IF.
           MOVE RXC-DATA  TO WS-RX-DATA.
           MOVE RXC-HORA  TO WS-RX-HORA.
           MOVE RXC-QTD   TO WS-RX-QTD.
           MOVE RXC-VALOR TO WS-RX-VALOR.

      *    O EXTRATO SO VALE SE AINDA BATE COM O CONTROLE DE SALDOS;
      *    QUALQUER GRAVACAO NO CADASTRO DEPOIS DA EXTRACAO O INVALIDA.
           SET ST-RXCTL-OK TO TRUE.
           OPEN INPUT CTLSALDO.
           IF NOT ST-RXCTL-OK
               DISPLAY 'CONTROLE DE SALDOS INDISPONIVEL PARA CONFERIR'
                       ' O EXTRATO - A CORRIDA SEGUE NO ARQUIVO VIVO.'
               CLOSE RELEXT
               GO TO 9350-FIM
           END-IF.

           MOVE 'DADOS1.DAT' TO CTL-ARQUIVO.
           READ CTLSALDO
               INVALID KEY
                   DISPLAY 'CONTROLE DE SALDOS SEM DADOS1.DAT - A'
                           ' CORRIDA SEGUE NO ARQUIVO VIVO.'
               NOT INVALID KEY
                   IF CTL-QTD EQUAL WS-RX-QTD
                      AND CTL-VALOR EQUAL WS-RX-VALOR
                       SET BASE-EXTRATO TO TRUE
                   ELSE
                       DISPLAY 'EXTRATO DE ' WS-RX-DATA ' DIVERGE DO'
                               ' CONTROLE DE SALDOS - A CORRIDA SEGUE'
                               ' NO ARQUIVO VIVO.'
                   END-IF
           END-READ.
           CLOSE CTLSALDO.

           IF BASE-EXTRATO
               DISPLAY 'BASE: EXTRATO NOTURNO DE ' WS-RX-DATA '.'
           ELSE
               CLOSE RELEXT
           END-IF.
       9350-FIM.

       9355-LE-EXTRATO.
           READ RELEXT
               AT END
                   SET FIM-RX-OK TO TRUE
               NOT AT END
                   IF RX-DETALHE
                       MOVE RX-REG-DADOS  TO RG-DADOS
                       MOVE RX-GRUPO      TO WS-RX-GRUPO
                       MOVE RX-VALOR-BASE TO WS-RX-VALOR-BASE
                       MOVE RX-TAXA       TO WS-RX-TAXA
                   ELSE
                       SET FIM-RX-OK TO TRUE
                   END-IF
           END-READ.
       9355-FIM.

       9360-ENCERRA-EXTRATO.
           IF BASE-EXTRATO
               CLOSE RELEXT
           END-IF.
       9360-FIM.
