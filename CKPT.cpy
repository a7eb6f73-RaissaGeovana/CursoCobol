      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos de ponto de controle e retomada das
      *          corridas que atualizam valor no DADOS1.DAT, sobre o
      *          servico CKPTSRV (o chamador informa CKP-PROGRAMA
      *          antes da consulta): 9420-CONSULTA-PONTO acha a
      *          corrida interrompida do programa e pergunta se ela
      *          deve ser retomada (liberada pela cadeia noturna, nao
      *          pergunta) - recusada, PONTO-PENDENTE fica ligado sem
      *          RETOMADA-PONTO e o chamador nao pode comecar outra
      *          corrida, que aplicaria de novo o que ja passou do
      *          ponto; 9425-RETOMA-PONTO desfaz o que passou do
      *          ultimo ponto e monta a linha de retomada para o
      *          relatorio em WS-CKP-LINHA; 9430-INICIA-PONTO abre a
      *          corrida nova; 9435-JORNALIZA-PONTO guarda a entrada
      *          de desfazimento antes de cada gravacao;
      *          9440-MARCA-PONTO grava o ponto; 9445-ENCERRA-PONTO
      *          fecha a corrida. Falha do servico no meio da corrida
      *          desliga os pontos e a corrida segue sem retomada.
      *          Requer COPY CKPTSRV_WS e COPY CKPT_WS na
      *          WORKING-STORAGE.
      ******************************************************************
       9420-CONSULTA-PONTO.
           SET PONTO-PENDENTE TO FALSE.
           SET RETOMADA-PONTO TO FALSE.
           SET PONTO-CONTROLE-ATIVO TO FALSE.

           MOVE 'C' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.

           IF CKP-INDISPONIVEL
               DISPLAY 'PONTOS DE CONTROLE INDISPONIVEIS - A CORRIDA'
                       ' SEGUE SEM RETOMADA.'
               GO TO 9420-FIM
           END-IF.

           IF CKP-SEM-PONTO
               GO TO 9420-FIM
           END-IF.

           SET PONTO-PENDENTE TO TRUE.
           DISPLAY 'CORRIDA INTERROMPIDA DE ' CKP-DATA-INICIO ' '
                   CKP-HORA-INICIO ' - OPERADOR ' CKP-OPERADOR.
           DISPLAY 'ULTIMO PONTO DE CONTROLE: ' CKP-DATA-PONTO ' '
                   CKP-HORA-PONTO ' - POSICAO ' CKP-POSICAO.

           IF CKP-PELA-CADEIA
               SET RETOMADA-PONTO TO TRUE
               GO TO 9420-FIM
           END-IF.

           MOVE SPACES TO WS-CKP-RESPOSTA.
           DISPLAY 'RETOMAR DO ULTIMO PONTO DE CONTROLE? (S/N): '
           ACCEPT WS-CKP-RESPOSTA.
           IF CONFIRMA-RETOMADA
               SET RETOMADA-PONTO TO TRUE
           ELSE
               DISPLAY 'CORRIDA INTERROMPIDA PENDENTE - NENHUMA'
                       ' CORRIDA NOVA ANTES DA RETOMADA.'
           END-IF.
       9420-FIM.

       9425-RETOMA-PONTO.
           MOVE 'R' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.

           IF NOT CKP-OK
               DISPLAY 'RETOMADA NAO CONCLUIDA - RETORNO ' CKP-RETORNO
                       '. A CORRIDA NAO SEGUE.'
               SET RETOMADA-PONTO TO FALSE
               GO TO 9425-FIM
           END-IF.

           SET PONTO-CONTROLE-ATIVO TO TRUE.
           MOVE SPACES TO WS-CKP-LINHA.
           STRING 'RETOMADA DO PONTO DE CONTROLE DE ' CKP-DATA-PONTO
                  ' ' CKP-HORA-PONTO ' - POSICAO ' CKP-POSICAO
                  DELIMITED BY SIZE INTO WS-CKP-LINHA.
           DISPLAY WS-CKP-LINHA.
           DISPLAY CKP-DESFEITOS ' GRAVACAO(OES) POSTERIOR(ES) AO'
                   ' PONTO DESFEITA(S).'.
       9425-FIM.

       9430-INICIA-PONTO.
           MOVE 'I' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.

           IF CKP-OK
               SET PONTO-CONTROLE-ATIVO TO TRUE
           ELSE
               DISPLAY 'PONTOS DE CONTROLE INDISPONIVEIS - A CORRIDA'
                       ' SEGUE SEM RETOMADA.'
           END-IF.
       9430-FIM.

       9435-JORNALIZA-PONTO.
           IF NOT PONTO-CONTROLE-ATIVO
               GO TO 9435-FIM
           END-IF.

           MOVE 'J' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.

           IF NOT CKP-OK
               DISPLAY 'JORNAL DE PONTOS FALHOU - PONTOS DE CONTROLE'
                       ' DESLIGADOS, A CORRIDA SEGUE SEM RETOMADA.'
               PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
           END-IF.
       9435-FIM.

       9440-MARCA-PONTO.
           IF NOT PONTO-CONTROLE-ATIVO
               GO TO 9440-FIM
           END-IF.

           MOVE 'P' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.

           IF NOT CKP-OK
               DISPLAY 'PONTO DE CONTROLE FALHOU - PONTOS DE CONTROLE'
                       ' DESLIGADOS, A CORRIDA SEGUE SEM RETOMADA.'
               PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
           END-IF.
       9440-FIM.

       9445-ENCERRA-PONTO.
           IF NOT PONTO-CONTROLE-ATIVO
               GO TO 9445-FIM
           END-IF.

           MOVE 'E' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.
           SET PONTO-CONTROLE-ATIVO TO FALSE.
       9445-FIM.
