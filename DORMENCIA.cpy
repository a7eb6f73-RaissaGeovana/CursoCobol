      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos da dormencia de codigos: 9370-CARREGA-
      *          DORMCFG le os parametros de DORMCFG.TXT (MES= meses
      *          sem atividade, MOT= motivo de movimento que e
      *          cobranca do sistema e nao conta como atividade, PRG=
      *          programa cujo registro no diario nao conta); sem o
      *          arquivo valem 12 meses, e sem arquivo ou sem linha
      *          MOT= as cobrancas do sistema (TAR, RAT e JUR) nao
      *          contam como atividade.
      *          9375-TESTA-MOTIVO diz se o motivo em WS-DRM-MOTIVO-
      *          TESTE e movimento genuino. 9380-CONSULTA-DORMENCIA
      *          devolve a situacao do codigo em WS-DRM-COD (dormente,
      *          desde quando e a ultima atividade). 9385-REATIVA-
      *          DORMENTE reativa o codigo em WS-DRM-COD, se dormente,
      *          com a data em WS-DRM-DATA e a origem em
      *          WS-DRM-ORIGEM. Requer COPY DORMENCIA_WS e os
      *          SELECT/FD de DORMCFG e DORMENCIA.
      ******************************************************************
       9370-CARREGA-DORMCFG.
           MOVE ZEROS TO WS-DRM-QTD-MOTIVOS WS-DRM-QTD-PROGRAMAS.
           SET FIM-DCF-OK TO FALSE.

           SET ST-DCF-OK TO TRUE.
           OPEN INPUT DORMCFG.
           IF NOT ST-DCF-OK
               PERFORM 9374-MOTIVOS-PADRAO THRU 9374-FIM
               GO TO 9370-FIM
           END-IF.

           PERFORM 9372-LE-DORMCFG THRU 9372-FIM
                   UNTIL FIM-DCF-OK.
           CLOSE DORMCFG.

           IF WS-DRM-QTD-MOTIVOS EQUAL ZEROS
               PERFORM 9374-MOTIVOS-PADRAO THRU 9374-FIM
           END-IF.
       9370-FIM.

       9372-LE-DORMCFG.
           READ DORMCFG
               AT END
                   SET FIM-DCF-OK TO TRUE
                   GO TO 9372-FIM
           END-READ.

           EVALUATE RG-DORMCFG(1:4)
               WHEN 'MES='
                   IF RG-DORMCFG(5:3) NUMERIC
                      AND RG-DORMCFG(5:3) NOT EQUAL ZEROS
                       MOVE RG-DORMCFG(5:3) TO WS-DRM-MESES
                   END-IF
               WHEN 'MOT='
                   IF WS-DRM-QTD-MOTIVOS < 20
                       ADD 1 TO WS-DRM-QTD-MOTIVOS
                       MOVE RG-DORMCFG(5:3)
                         TO WS-DRM-MOTIVO(WS-DRM-QTD-MOTIVOS)
                   ELSE
                       DISPLAY 'ALERTA: DORMCFG.TXT COM MAIS DE 20'
                               ' MOTIVOS - EXCEDENTES IGNORADOS.'
                   END-IF
               WHEN 'PRG='
                   IF WS-DRM-QTD-PROGRAMAS < 20
                       ADD 1 TO WS-DRM-QTD-PROGRAMAS
                       MOVE RG-DORMCFG(5:8)
                         TO WS-DRM-PROGRAMA(WS-DRM-QTD-PROGRAMAS)
                   ELSE
                       DISPLAY 'ALERTA: DORMCFG.TXT COM MAIS DE 20'
                               ' PROGRAMAS - EXCEDENTES IGNORADOS.'
                   END-IF
           END-EVALUATE.
       9372-FIM.

       9374-MOTIVOS-PADRAO.
      *    SEM LISTA MOT= AS COBRANCAS QUE O PROPRIO SISTEMA LANCA -
      *    TARIFA, RATEIO E JUROS - CONTINUAM FORA DA ATIVIDADE.
           MOVE 3     TO WS-DRM-QTD-MOTIVOS.
           MOVE 'TAR' TO WS-DRM-MOTIVO(1).
           MOVE 'RAT' TO WS-DRM-MOTIVO(2).
           MOVE 'JUR' TO WS-DRM-MOTIVO(3).
       9374-FIM.

       9375-TESTA-MOTIVO.
      *    MOVIMENTO GENUINO E O DE MOTIVO FORA DA LISTA MOT= - AS
      *    COBRANCAS QUE O PROPRIO SISTEMA LANCA NAO MOSTRAM QUE O
      *    CODIGO ESTA EM USO.
           SET MOTIVO-GENUINO TO TRUE.
           MOVE 1 TO WS-DRM-IDX.
           PERFORM 9376-PROCURA-MOTIVO THRU 9376-FIM
                   UNTIL WS-DRM-IDX > WS-DRM-QTD-MOTIVOS
                      OR NOT MOTIVO-GENUINO.
       9375-FIM.

       9376-PROCURA-MOTIVO.
           IF WS-DRM-MOTIVO(WS-DRM-IDX) EQUAL WS-DRM-MOTIVO-TESTE
               SET MOTIVO-GENUINO TO FALSE
           END-IF.
           ADD 1 TO WS-DRM-IDX.
       9376-FIM.

       9380-CONSULTA-DORMENCIA.
      *    SEM DORMENC.DAT NENHUM CODIGO E DORMENTE.
           SET CODIGO-DORMENTE TO FALSE.
           MOVE ZEROS TO WS-DRM-DESDE WS-DRM-ULTIMA.

           SET ST-DRM-OK TO TRUE.
           OPEN INPUT DORMENCIA.
           IF NOT ST-DRM-OK
               GO TO 9380-FIM
           END-IF.

           MOVE WS-DRM-COD TO DORM-COD-DADOS.
           READ DORMENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DORM-DORMENTE
                       SET CODIGO-DORMENTE TO TRUE
                       MOVE DORM-DATA-MARCA    TO WS-DRM-DESDE
                       MOVE DORM-ULT-ATIVIDADE TO WS-DRM-ULTIMA
                   END-IF
           END-READ.
           CLOSE DORMENCIA.
       9380-FIM.

       9385-REATIVA-DORMENTE.
      *    O RELATORIO DE DORMENCIA LISTA A REATIVACAO NA PROXIMA
      *    CORRIDA NOTURNA.
           SET DORMENCIA-REATIVADA TO FALSE.

           SET ST-DRM-OK TO TRUE.
           OPEN I-O DORMENCIA.
           IF NOT ST-DRM-OK
               GO TO 9385-FIM
           END-IF.

           MOVE WS-DRM-COD TO DORM-COD-DADOS.
           READ DORMENCIA
               INVALID KEY
                   CLOSE DORMENCIA
                   GO TO 9385-FIM
           END-READ.

           IF DORM-DORMENTE
               SET DORM-REATIVADO TO TRUE
               MOVE WS-DRM-DATA   TO DORM-DATA-REATIV
               MOVE WS-DRM-ORIGEM TO DORM-REATIV-ORIGEM
               MOVE 'N'           TO DORM-RELATADO
               REWRITE RG-DORMENCIA
                   INVALID KEY
                       DISPLAY 'ERRO AO REATIVAR O CODIGO '
                               WS-DRM-COD ' EM DORMENC.DAT.'
                   NOT INVALID KEY
                       SET DORMENCIA-REATIVADA TO TRUE
               END-REWRITE
           END-IF.
           CLOSE DORMENCIA.
       9385-FIM.
