      *          do banco), marca cada instrucao no controle
      *          PAGCTL.DAT e parqueia as rejeitadas na fila de
      *          suspensos para a mesa retrabalhar pelo SUSPMNT.
      *          Instrucao cancelada pelo supervisor (PAGMNT) que o
      *          banco devolve rejeitada confirma o cancelamento e
      *          nao vai para a fila; devolvida paga, o cancelamento
      *          chegou tarde - fica paga e gera alerta de
      *          severidade alta em ALERTAS.DAT (exibido no MENUPROG),
      *          assim como a instrucao ja reemitida que o banco
      *          pagar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD SUSPENSO.
       COPY FD_SUSP.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       77  WS-ARQ-PAGRETN-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST-RET          PIC 99.
         88 ST-RET-OK         VALUE 0.
       COPY FD_STATUS REPLACING WS-ST BY WS-ST-RET.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-SUSP         PIC 99.
         88 ST-SUSP-OK        VALUE 0.
       77 WS-ST-ALER         PIC 99.
         88 ST-ALER-OK        VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-SEQ-SUSP        PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-ALERTA      PIC 9(03) VALUE ZEROS.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-ALER-SEV        PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG        PIC X(40) VALUE SPACES.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PAGAS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-CTL    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CANC-CONF  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CANC-PAGA  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY 'RETORNO SEM INSTRUCAO NO CONTROLE: '
                           RET-DATA '/' RET-SEQ '.'
               NOT INVALID KEY
                   IF PAG-CANCELADA
                       PERFORM P0220-RETORNO-CANCELADA THRU P0220-FIM
                   ELSE
                       PERFORM P0230-RETORNO-ENVIADA THRU P0230-FIM
                   END-IF
                   REWRITE RG-PAGCTL
                       INVALID KEY
           END-READ.
       P0210-FIM.

       P0220-RETORNO-CANCELADA.
      *    REJEICAO DE INSTRUCAO CANCELADA E O ACEITE DO
      *    CANCELAMENTO PELO BANCO: FICA CANCELADA, SEM SUSPENSO.
           IF RET-REJEITADA
               ADD 1 TO WS-CONT-CANC-CONF
               GO TO P0220-FIM
           END-IF.

           SET PAG-PAGA TO TRUE.
           ADD 1 TO WS-CONT-PAGAS.
           ADD 1 TO WS-CONT-CANC-PAGA.
           MOVE 'A' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           IF PAG-REEM-DATA NOT EQUAL ZEROS
               STRING 'INSTR ' RET-DATA '/' RET-SEQ
                      ' CANC PAGA E REEMIT'
                      DELIMITED BY SIZE INTO WS-ALER-MSG
           ELSE
               STRING 'INSTR ' RET-DATA '/' RET-SEQ
                      ' CANCELADA PAGA'
                      DELIMITED BY SIZE INTO WS-ALER-MSG
           END-IF.
           PERFORM P0530-GRAVA-ALERTA THRU P0530-FIM.
       P0220-FIM.

       P0230-RETORNO-ENVIADA.
           IF RET-PAGA
               SET PAG-PAGA TO TRUE
               ADD 1 TO WS-CONT-PAGAS
               IF PAG-REEM-DATA NOT EQUAL ZEROS
                   MOVE 'A' TO WS-ALER-SEV
                   MOVE SPACES TO WS-ALER-MSG
                   STRING 'INSTR ' RET-DATA '/' RET-SEQ
                          ' PAGA APOS REEMISSAO'
                          DELIMITED BY SIZE INTO WS-ALER-MSG
                   PERFORM P0530-GRAVA-ALERTA THRU P0530-FIM
               END-IF
           ELSE
               SET PAG-REJEITADA TO TRUE
               ADD 1 TO WS-CONT-REJEITADAS
               PERFORM P0460-PARQUEIA-SUSPENSO THRU P0460-FIM
           END-IF.
       P0230-FIM.

       P0460-PARQUEIA-SUSPENSO.
      *    INSTRUCAO REJEITADA PELO BANCO VAI PARA A FILA CENTRAL DE
      *    SUSPENSOS PARA A MESA RETRABALHAR PELO SUSPMNT.

           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP   TO SUSP-SEQ
               MOVE 'PAGTORET'    TO SUSP-ORIGEM
           DISPLAY 'INSTRUCOES PAGAS......: ' WS-CONT-PAGAS.
           DISPLAY 'INSTRUCOES REJEITADAS.: ' WS-CONT-REJEITADAS.
           DISPLAY 'SEM INSTRUCAO NO CTL..: ' WS-CONT-SEM-CTL.
           DISPLAY 'CANCELAMENTOS ACEITOS.: ' WS-CONT-CANC-CONF.
           IF WS-CONT-CANC-PAGA > ZEROS
               DISPLAY 'CANCELADAS POREM PAGAS: ' WS-CONT-CANC-PAGA
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0530-GRAVA-ALERTA.
      *    INSTRUCAO CANCELADA OU REEMITIDA QUE O BANCO PAGOU PODE
      *    SER PAGAMENTO EM DUPLICIDADE - VAI PARA A FILA CENTRAL DE
      *    ALERTAS PARA UM HUMANO CONFERIR.
           SET ST-ALER-OK TO TRUE.
           OPEN I-O ALERTAS.

           IF WS-ST-ALER EQUAL 35 THEN
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.

           DISPLAY 'ALERTA: ' WS-ALER-MSG.
           IF ST-ALER-OK THEN
               ACCEPT ALER-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO ALER-HORA
               ADD 1 TO WS-SEQ-ALERTA
               MOVE WS-SEQ-ALERTA TO ALER-SEQ
               MOVE WS-ALER-SEV TO ALER-SEVERIDADE
               MOVE 'PAGTORET' TO ALER-PROGRAMA
               MOVE WS-ALER-MSG TO ALER-MENSAGEM
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
       P0530-FIM.

       COPY FD_STATUS_MSG REPLACING WS-ST BY WS-ST-RET.

       9600-PREPARA-ARQUIVOS.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
       9600-FIM.

       COPY PERFIL.
