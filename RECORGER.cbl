      *          aplicar, registra o ultimo periodo gerado em cada
      *          instrucao para nao duplicar e grava o relatorio de
      *          geracao RECORREL.AAAAMMDD com o que foi gerado e o
      *          porque de cada instrucao nao gerada. Instrucao
      *          que levaria o valor alem do limite de exposicao
      *          (LIMITES.DAT) nao e gerada: a transacao vai para a
      *          fila de suspensos com o motivo LM, levanta um alerta
      *          e o periodo fica dado como tratado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT LIMITES ASSIGN TO WS-ARQ-LIMITES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LIM-CHAVE
              FILE STATUS IS WS-ST-LIM.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-SUSP.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-ALER.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD GERREL.
       01  RG-GERREL           PIC X(80).

       FD LIMITES.
       COPY FD_LIMITE.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY LIMITE_WS.
       77  WS-ARQ-RECORR-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GERREL       PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMITES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
         88 ST-LCT-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-ST-SUSP         PIC 99.
         88 ST-SUSP-OK        VALUE 0.
       77 WS-ST-ALER         PIC 99.
         88 ST-ALER-OK        VALUE 0.
       77 WS-SEQ-SUSP        PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-ALERTA      PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV        PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG        PIC X(40) VALUE SPACES.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
       77 WS-CONT-LIDAS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-GERADAS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PULADAS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SUSPENSAS  PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GERADO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC ZZZZZZZZ9,99.

           MOVE WS-VALOR-GERADO TO LCT-VALOR.
           MOVE REC-MOTIVO      TO LCT-MOTIVO.
           MOVE WS-HOJE         TO LCT-DATA.

           PERFORM P0235-CONFERE-LIMITE THRU P0235-FIM.
           IF LIMITE-EXCEDIDO
               PERFORM P0270-PARQUEIA-SUSPENSO THRU P0270-FIM
               GO TO P0230-FIM
           END-IF.

           WRITE RG-LANCTO.

           ADD 1 TO WS-CONT-GERADAS.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
       P0230-FIM.

       P0235-CONFERE-LIMITE.
      *    A TRANSACAO E CONFERIDA CONTRA O LIMITE DE EXPOSICAO COM O
      *    VALOR-DADOS CORRENTE; CODIGO QUE NAO SE CONSEGUE LER FICA
      *    PARA A CRITICA DO MOTOR DE LANCAMENTOS.
           SET LIMITE-EXCEDIDO TO FALSE.
           IF NOT DAD-ABERTO
               GO TO P0235-FIM
           END-IF.

           MOVE REC-COD-DADOS TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   GO TO P0235-FIM
           END-READ.

           IF REC-CREDITO
               MOVE WS-VALOR-GERADO TO WS-LIM-MOVIMENTO
           ELSE
               COMPUTE WS-LIM-MOVIMENTO = 0 - WS-VALOR-GERADO
           END-IF.
           COMPUTE WS-LIM-VALOR = VALOR-DADOS + WS-LIM-MOVIMENTO
               ON SIZE ERROR
                   GO TO P0235-FIM
           END-COMPUTE.
           MOVE REC-COD-DADOS TO WS-LIM-COD.
           MOVE DEPTO-DADOS   TO WS-LIM-DEPTO.
           PERFORM 9575-VERIFICA-LIMITE THRU 9575-FIM.
       P0235-FIM.

       P0240-CALCULA-PERCENTUAL.
      *    PERCENTUAL APLICADO SOBRE O VALOR-DADOS CORRENTE; CODIGO
      *    INEXISTENTE OU VALOR QUE NAO CABE NO LANCAMENTO E PULADO
           DISPLAY WS-LINHA-REL.
       P0260-FIM.

       P0270-PARQUEIA-SUSPENSO.
      *    A TRANSACAO QUE ESTOURARIA O LIMITE VAI PARA A FILA CENTRAL
      *    DE SUSPENSOS (MOTIVO LM) COM ALERTA; O PERIODO FICA DADO
      *    COMO TRATADO PARA A INSTRUCAO NAO SER PARQUEADA DE NOVO.
           SET ST-SUSP-OK TO TRUE.
           OPEN I-O SUSPENSO.

           IF WS-ST-SUSP EQUAL 35 THEN
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.

           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP   TO SUSP-SEQ
               MOVE 'RECORGER'    TO SUSP-ORIGEM
               MOVE 'LM'          TO SUSP-MOTIVO
               MOVE RG-LANCTO     TO SUSP-REGISTRO
               WRITE RG-SUSPENSO
                   INVALID KEY
                       DISPLAY 'ERRO AO PARQUEAR A TRANSACAO NA'
                               ' FILA DE SUSPENSOS.'
               END-WRITE
               CLOSE SUSPENSO
           ELSE
               DISPLAY 'FILA DE SUSPENSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SUSP
           END-IF.

           ADD 1 TO WS-CONT-SUSPENSAS.
           MOVE WS-PERIODO TO REC-ULT-GERACAO.
           REWRITE RG-RECORR
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A GERACAO DA'
                           ' INSTRUCAO ' REC-COD-DADOS '/' REC-SEQ
           END-REWRITE.

           MOVE 'M' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           STRING 'LIMITE EXCEDIDO COD ' REC-COD-DADOS
                  ' INSTRUCAO ' REC-SEQ
                  DELIMITED BY SIZE INTO WS-ALER-MSG.
           PERFORM P0275-GRAVA-ALERTA THRU P0275-FIM.

           MOVE WS-VALOR-GERADO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING REC-COD-DADOS '/' REC-SEQ
                  ' SUSPENSA ' REC-TIPO ' ' WS-VALOR-ED
                  ' - LIMITE DE EXPOSICAO EXCEDIDO'
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
       P0270-FIM.

       P0275-GRAVA-ALERTA.
           SET ST-ALER-OK TO TRUE.
           OPEN I-O ALERTAS.

           IF WS-ST-ALER EQUAL 35 THEN
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.

           IF ST-ALER-OK THEN
               ACCEPT ALER-DATA FROM DATE YYYYMMDD
               ACCEPT ALER-HORA FROM TIME
               ADD 1 TO WS-SEQ-ALERTA
               MOVE WS-SEQ-ALERTA TO ALER-SEQ
               MOVE WS-ALER-SEV   TO ALER-SEVERIDADE
               MOVE 'RECORGER'    TO ALER-PROGRAMA
               MOVE WS-ALER-MSG   TO ALER-MENSAGEM
               SET ALER-PENDENTE TO TRUE
               WRITE RG-ALERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ALERTA.'
               END-WRITE
               CLOSE ALERTAS
           ELSE
               DISPLAY 'ARQUIVO DE ALERTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-ALER
           END-IF.
       P0275-FIM.

       P0500-FINALIZA.
           IF ST-OK
               CLOSE RECORR
                      ' VALOR GERADO: ' WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING 'SUSPENSAS POR LIMITE DE EXPOSICAO: '
                      WS-CONT-SUSPENSAS
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               CLOSE GERREL
               DISPLAY 'RELATORIO DE GERACAO GRAVADO EM RECORREL.'
                       WS-HOJE
           DISPLAY 'INSTRUCOES LIDAS......: ' WS-CONT-LIDAS.
           DISPLAY 'TRANSACOES GERADAS....: ' WS-CONT-GERADAS.
           DISPLAY 'INSTRUCOES PULADAS....: ' WS-CONT-PULADAS.
           DISPLAY 'SUSPENSAS POR LIMITE..: ' WS-CONT-SUSPENSAS.
           DISPLAY 'AS TRANSACOES FORAM ACRESCENTADAS EM LANCTOS.TXT'
           DISPLAY 'PARA O MOTOR DE LANCAMENTOS APLICAR.'.
           DISPLAY '***********************************************'.
           MOVE 'RECORREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
           MOVE 'LIMITES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMITES-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY LIMITE.
