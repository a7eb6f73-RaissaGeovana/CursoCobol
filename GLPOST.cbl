      *          vai para a fila de suspensos; o relatorio de
      *          contabilizacao GLPOST.AAAAMMDD fecha os totais de
      *          controle contra o saldo corrente de CTLSALDO.DAT.
      *          Estorno (ESTORNO) e contabilizado pelo mapa do tipo
      *          original com as contas invertidas, desfazendo as
      *          partidas do movimento estornado, e sai no relatorio
      *          amarrado a referencia original.
      *          Cada linha gravada na interface e acumulada no saldo
      *          contabil por conta e periodo (GLSALDO.DAT); numa
      *          nova rodada do mesmo dia as linhas da interface
      *          anterior sao primeiro desfeitas no saldo, para o
      *          saldo ficar sempre igual a soma das interfaces.
      *          As partidas da variacao cambial (origem VARCAMB) ja
      *          gravadas na interface anterior nao sao desfeitas:
      *          passam por um arquivo de trabalho (GLINTERF.AAAAMMDD
      *          .VCB) e voltam para a nova interface, que assim nao
      *          perde o que o VARCAMB ja registrou como contabilizado.
      *          Movimento do rateio de custos (motivo RAT, gerado
      *          pelo RATGER) usa o mapa dos tipos S (rateio enviado,
      *          no debito do departamento origem) e E (rateio
      *          recebido, no credito do departamento destino); sem
      *          esse mapa cai no D/C normal do departamento.
      *          Movimento da capitalizacao de juros (motivo JUR,
      *          gerado pelo JURGER) usa o mapa dos tipos J (juros
      *          pagos, no credito) e K (juros cobrados, no debito);
      *          sem esse mapa cai no D/C normal do departamento.
      *          O estorno de RAT e de JUR volta pelas mesmas contas
      *          S/E e J/K do movimento estornado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-GLI.

              SELECT GLVCB ASSIGN TO WS-NOME-GLVCB
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-GLV.

              SELECT GLSALDO ASSIGN TO WS-ARQ-GLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS GLS-CHAVE
              FILE STATUS IS WS-ST-GLS.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT SAIDACTL ASSIGN TO WS-ARQ-SAIDACTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SAI-DATA
              FILE STATUS IS WS-ST-SAICTL.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-SAISIS.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DADOS1.
       COPY FD_CRUD.
           02  GLI-ORIGEM      PIC X(08).
           02  GLI-COD-DADOS   PIC 9(07).

       FD GLVCB.
      *    PARTIDAS DO VARCAMB GUARDADAS DURANTE A REGRAVACAO DA
      *    INTERFACE - MESMO LAYOUT DO RG-GLINTERF.
       01  RG-GLVCB            PIC X(45).

       FD GLSALDO.
       COPY FD_GLSALDO.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD GLREL.
       01  RG-GLREL            PIC X(90).

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SAIDACTL_WS.
       COPY GLSALDO_WS.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-GLCONTAS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-GLSALDO-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-GLI      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-ARQ-SAIDACTL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-NOME-GLINTERF     PIC X(60) VALUE SPACES.
       77  WS-NOME-GLREL        PIC X(60) VALUE SPACES.
       77  WS-NOME-GLVCB        PIC X(60) VALUE SPACES.
       77  WS-DETALHES-ARQ      PIC X(20) VALUE SPACES.
       77  WS-CHAMADA-RESULT    PIC S9(9) COMP-5 VALUE ZEROS.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
         88 ST-GLM-OK         VALUE 0.
       77 WS-ST-GLI          PIC 99.
         88 ST-GLI-OK         VALUE 0.
       77 WS-ST-GLV          PIC 99.
         88 ST-GLV-OK         VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-SUSP         PIC 99.
         88 ST-SUSP-OK        VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 GLM-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-REL-ABERTO      PIC X     VALUE 'N'.
         88 REL-ABERTO                 VALUE 'S' FALSE 'N'.
      *    S = O ARQUIVO DE TRABALHO DO VARCAMB JA EXISTIA (RODADA
      *    ANTERIOR INTERROMPIDA): ELE E QUE VALE, E AS PARTIDAS
      *    VARCAMB DA INTERFACE ANTERIOR SAO DESCARTADAS.
       77 WS-VCB-PENDENTE    PIC X     VALUE 'N'.
         88 VCB-PENDENTE               VALUE 'S' FALSE 'N'.
       77 WS-VCB-ERRO        PIC X     VALUE 'N'.
         88 VCB-ERRO                   VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-POSTAR     PIC 9(08) VALUE ZEROS.
       77 WS-DEPTO-MOV       PIC X(04) VALUE SPACES.
       77 WS-MOTIVO-REJ      PIC X(02) VALUE SPACES.
       77 WS-TIPO-MAPA       PIC X(01) VALUE SPACES.
       77 WS-ORIGEM-GLI      PIC X(08) VALUE SPACES.
       77 WS-CONTA-DEB       PIC X(08) VALUE SPACES.
       77 WS-CONTA-CRED      PIC X(08) VALUE SPACES.
       77 WS-CONT-ESTORNOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DESFEITAS  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MANTIDAS   PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-SUSP        PIC 9(03) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-POSTADOS   PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM 9400-VERIFICA-SAIDA THRU 9400-FIM.
           IF SAIDA-RETIDA
      *        SAIDAS DA ULTIMA CORRIDA RETIDAS OU CANCELADAS NA
      *        CONFERENCIA DE TOLERANCIA - NADA SAI PARA FORA.
               DISPLAY 'INTERFACE DE SAIDA RECUSADA.'
               STOP RUN
           END-IF.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
                  WS-DATA-POSTAR
                  DELIMITED BY SIZE INTO WS-NOME-GLINTERF.

           PERFORM 9594-ABRE-SALDO-CONTABIL THRU 9594-FIM.
           IF NOT GLS-ABERTO
               DISPLAY 'SEM O SALDO CONTABIL NAO HA CONTABILIZACAO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           PERFORM P0150-DESFAZ-ANTERIOR THRU P0150-FIM.
           IF VCB-ERRO
               DISPLAY 'SEM O ARQUIVO DE TRABALHO AS PARTIDAS DO'
                       ' VARCAMB SE PERDERIAM - NADA CONTABILIZADO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-GLI-OK TO TRUE.
           OPEN OUTPUT GLINTERF.
           IF NOT ST-GLI-OK
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           PERFORM P0160-REPOE-VARCAMB THRU P0160-FIM.

           MOVE SPACES TO WS-NOME-GLREL.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
           END-IF.
       P0100-FIM.

       P0150-DESFAZ-ANTERIOR.
      *    NOVA RODADA DO MESMO DIA: AS LINHAS DO PROPRIO GLPOST NA
      *    INTERFACE ANTERIOR VAO SER REGRAVADAS, ENTAO SAEM DO SALDO
      *    ANTES DE TUDO. AS PARTIDAS DO VARCAMB FICAM NO SALDO E
      *    VAO PARA O ARQUIVO DE TRABALHO, DE ONDE O P0160 AS DEVOLVE
      *    A INTERFACE.
           SET VCB-PENDENTE TO FALSE.
           SET VCB-ERRO TO FALSE.
           MOVE SPACES TO WS-NOME-GLVCB.
           STRING WS-NOME-GLINTERF DELIMITED BY SPACE
                  '.VCB'
                  DELIMITED BY SIZE INTO WS-NOME-GLVCB.

           SET ST-GLI-OK TO TRUE.
           OPEN INPUT GLINTERF.
           IF NOT ST-GLI-OK
               GO TO P0150-FIM
           END-IF.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOME-GLVCB
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT EQUAL ZEROS
               SET VCB-PENDENTE TO TRUE
               DISPLAY 'RODADA ANTERIOR INTERROMPIDA - PARTIDAS DO'
                       ' VARCAMB RETOMADAS DE ' WS-NOME-GLVCB
           ELSE
               SET ST-GLV-OK TO TRUE
               OPEN OUTPUT GLVCB
               IF NOT ST-GLV-OK
                   DISPLAY 'ERRO AO GRAVAR ' WS-NOME-GLVCB
                   DISPLAY 'FILE STATUS: ' WS-ST-GLV
                   SET VCB-ERRO TO TRUE
                   CLOSE GLINTERF
                   GO TO P0150-FIM
               END-IF
           END-IF.

           PERFORM P0155-DESFAZ-LINHA THRU P0155-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE GLINTERF.
           IF NOT VCB-PENDENTE
               CLOSE GLVCB
               SET VCB-PENDENTE TO TRUE
           END-IF.

           IF WS-CONT-DESFEITAS > ZEROS
               DISPLAY 'INTERFACE ANTERIOR DO DIA DESFEITA NO SALDO'
                       ' CONTABIL: ' WS-CONT-DESFEITAS ' LINHAS.'
           END-IF.
       P0150-FIM.

       P0155-DESFAZ-LINHA.
           READ GLINTERF
               AT END
                   SET FIM-OK TO TRUE
           END-READ.
           IF FIM-OK
               GO TO P0155-FIM
           END-IF.

           IF GLI-ORIGEM EQUAL 'VARCAMB '
               IF NOT VCB-PENDENTE
                   WRITE RG-GLVCB FROM RG-GLINTERF
               END-IF
               GO TO P0155-FIM
           END-IF.

           MOVE GLI-CONTA TO WS-GLS-CONTA.
           MOVE GLI-DATA  TO WS-GLS-DATA.
           MOVE GLI-DC    TO WS-GLS-DC.
           COMPUTE WS-GLS-VALOR = ZEROS - GLI-VALOR.
           PERFORM 9595-ACUMULA-SALDO-CONTABIL THRU 9595-FIM.
           ADD 1 TO WS-CONT-DESFEITAS.
       P0155-FIM.

       P0160-REPOE-VARCAMB.
      *    AS PARTIDAS DO VARCAMB ABREM A NOVA INTERFACE; SO DEPOIS
      *    DE REPOSTAS O ARQUIVO DE TRABALHO E APAGADO.
           IF NOT VCB-PENDENTE
               GO TO P0160-FIM
           END-IF.

           SET ST-GLV-OK TO TRUE.
           OPEN INPUT GLVCB.
           IF NOT ST-GLV-OK
               DISPLAY 'ERRO AO LER ' WS-NOME-GLVCB
               DISPLAY 'FILE STATUS: ' WS-ST-GLV
               GO TO P0160-FIM
           END-IF.

           PERFORM P0165-REPOE-LINHA THRU P0165-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE GLVCB.

           CALL 'CBL_DELETE_FILE' USING WS-NOME-GLVCB
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CONT-MANTIDAS > ZEROS
               DISPLAY 'PARTIDAS DO VARCAMB MANTIDAS NA INTERFACE: '
                       WS-CONT-MANTIDAS
           END-IF.
       P0160-FIM.

       P0165-REPOE-LINHA.
           READ GLVCB
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   WRITE RG-GLINTERF FROM RG-GLVCB
                   ADD 1 TO WS-CONT-MANTIDAS
           END-READ.
       P0165-FIM.

       P0200-PROCESSA.
           READ MOVHIST
               AT END
               IF NOT GLM-ABERTO
                   MOVE '12' TO WS-MOTIVO-REJ
               ELSE
      *            O ESTORNO USA O MAPA DO TIPO ORIGINAL (O OPOSTO
      *            DO SEU) PARA DEVOLVER AS MESMAS CONTAS - TAMBEM
      *            AS DE RATEIO E DE JUROS.
                   MOVE MOV-TIPO TO WS-TIPO-MAPA
                   IF MOV-REF-ESTORNO NOT EQUAL ZEROS
                       IF MOV-TIPO EQUAL 'C'
                           MOVE 'D' TO WS-TIPO-MAPA
                       ELSE
                           MOVE 'C' TO WS-TIPO-MAPA
                       END-IF
                   END-IF
                   IF MOV-MOTIVO EQUAL 'RAT'
                       PERFORM P0215-MAPA-RATEIO THRU P0215-FIM
                   END-IF
                   IF MOV-MOTIVO EQUAL 'JUR'
                       PERFORM P0216-MAPA-JUROS THRU P0216-FIM
                   END-IF
                   MOVE WS-DEPTO-MOV TO GLM-DEPTO
                   MOVE WS-TIPO-MAPA TO GLM-TIPO
                   READ GLCONTAS
                       INVALID KEY
                           MOVE '12' TO WS-MOTIVO-REJ
           END-IF.
       P0210-FIM.

       P0215-MAPA-RATEIO.
      *    RATEIO SAI PELAS CONTAS DE RATEIO ENVIADO (S) E RECEBIDO
      *    (E) QUANDO O DEPARTAMENTO AS TEM NO DE-PARA. O LADO VEM
      *    DO TIPO ORIGINAL (WS-TIPO-MAPA), QUE NO ESTORNO E O
      *    OPOSTO DO MOV-TIPO.
           MOVE WS-DEPTO-MOV TO GLM-DEPTO.
           IF WS-TIPO-MAPA EQUAL 'D'
               MOVE 'S' TO GLM-TIPO
           ELSE
               MOVE 'E' TO GLM-TIPO
           END-IF.
           READ GLCONTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLM-TIPO TO WS-TIPO-MAPA
           END-READ.
       P0215-FIM.

       P0216-MAPA-JUROS.
      *    JUROS CAPITALIZADOS SAEM PELAS CONTAS DE JUROS PAGOS (J,
      *    NO CREDITO) E COBRADOS (K, NO DEBITO) QUANDO O
      *    DEPARTAMENTO AS TEM NO DE-PARA. O LADO VEM DO TIPO
      *    ORIGINAL (WS-TIPO-MAPA), COMO NO RATEIO.
           MOVE WS-DEPTO-MOV TO GLM-DEPTO.
           IF WS-TIPO-MAPA EQUAL 'D'
               MOVE 'K' TO GLM-TIPO
           ELSE
               MOVE 'J' TO GLM-TIPO
           END-IF.
           READ GLCONTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLM-TIPO TO WS-TIPO-MAPA
           END-READ.
       P0216-FIM.

       P0220-GRAVA-PARTIDAS.
      *    PARTIDA DOBRADA: UMA LINHA DE DEBITO E UMA DE CREDITO DO
      *    MESMO VALOR - A INTERFACE SAI SEMPRE BALANCEADA. NO
      *    ESTORNO AS CONTAS DO MAPA SAEM TROCADAS.
           IF MOV-REF-ESTORNO NOT EQUAL ZEROS
               MOVE GLM-CONTA-CREDITO TO WS-CONTA-DEB
               MOVE GLM-CONTA-DEBITO  TO WS-CONTA-CRED
               MOVE 'ESTORNO '        TO WS-ORIGEM-GLI
               PERFORM P0225-REGISTRA-ESTORNO THRU P0225-FIM
           ELSE
               MOVE GLM-CONTA-DEBITO  TO WS-CONTA-DEB
               MOVE GLM-CONTA-CREDITO TO WS-CONTA-CRED
               MOVE 'LANCTOS '        TO WS-ORIGEM-GLI
           END-IF.

           MOVE WS-DATA-POSTAR  TO GLI-DATA.
           MOVE WS-CONTA-DEB    TO GLI-CONTA.
           MOVE 'D'             TO GLI-DC.
           MOVE MOV-VALOR       TO GLI-VALOR.
           MOVE WS-ORIGEM-GLI   TO GLI-ORIGEM.
           MOVE MOV-COD-DADOS   TO GLI-COD-DADOS.
           WRITE RG-GLINTERF.
           ADD MOV-VALOR TO WS-TOTAL-DEBITOS.
           PERFORM P0230-ACUMULA-SALDO THRU P0230-FIM.

           MOVE WS-CONTA-CRED   TO GLI-CONTA.
           MOVE 'C'             TO GLI-DC.
           WRITE RG-GLINTERF.
           ADD MOV-VALOR TO WS-TOTAL-CREDITOS.
           PERFORM P0230-ACUMULA-SALDO THRU P0230-FIM.

           ADD 1 TO WS-CONT-POSTADOS.
       P0220-FIM.

       P0225-REGISTRA-ESTORNO.
           ADD 1 TO WS-CONT-ESTORNOS.

           IF REL-ABERTO
               MOVE SPACES TO WS-LINHA-REL
               STRING 'ESTORNO REF ' MOV-REFERENCIA
                      ' DA REF ' MOV-REF-ESTORNO
                      ' COD ' MOV-COD-DADOS
                      ' CONTAS ' WS-CONTA-DEB '/' WS-CONTA-CRED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GLREL FROM WS-LINHA-REL
           END-IF.
       P0225-FIM.

       P0230-ACUMULA-SALDO.
           MOVE GLI-CONTA TO WS-GLS-CONTA.
           MOVE GLI-DATA  TO WS-GLS-DATA.
           MOVE GLI-DC    TO WS-GLS-DC.
           MOVE GLI-VALOR TO WS-GLS-VALOR.
           PERFORM 9595-ACUMULA-SALDO-CONTABIL THRU 9595-FIM.
       P0230-FIM.

       P0240-REJEITA-MOVIMENTO.
           ADD 1 TO WS-CONT-REJEITADOS.


           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP    TO SUSP-SEQ
               MOVE 'GLPOST  '     TO SUSP-ORIGEM
           IF ST-GLI-OK
               CLOSE GLINTERF
           END-IF.
           IF GLS-ABERTO
               CLOSE GLSALDO
           END-IF.

           IF REL-ABERTO
               MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-ED
               STRING 'MOVIMENTOS LIDOS ' WS-CONT-LIDOS
                      ' CONTABILIZADOS ' WS-CONT-POSTADOS
                      ' REJEITADOS ' WS-CONT-REJEITADOS
                      ' ESTORNOS ' WS-CONT-ESTORNOS
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GLREL FROM WS-LINHA-REL
               IF WS-CONT-DESFEITAS > ZEROS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING 'LINHAS DA INTERFACE ANTERIOR DESFEITAS NO'
                          ' SALDO CONTABIL: ' WS-CONT-DESFEITAS
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   WRITE RG-GLREL FROM WS-LINHA-REL
               END-IF
               IF WS-CONT-MANTIDAS > ZEROS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING 'PARTIDAS DO VARCAMB MANTIDAS NA INTERFACE'
                          ' (FORA DOS TOTAIS): ' WS-CONT-MANTIDAS
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   WRITE RG-GLREL FROM WS-LINHA-REL
               END-IF
               CLOSE GLREL
               DISPLAY 'RELATORIO DE CONTABILIZACAO GRAVADO EM'
                       ' GLPOST.' WS-DATA-POSTAR
           DISPLAY 'MOVIMENTOS LIDOS......: ' WS-CONT-LIDOS.
           DISPLAY 'MOVIMENTOS POSTADOS...: ' WS-CONT-POSTADOS.
           DISPLAY 'MOVIMENTOS REJEITADOS.: ' WS-CONT-REJEITADOS.
           DISPLAY 'ESTORNOS CONTABILIZ...: ' WS-CONT-ESTORNOS.
           DISPLAY 'LINHAS DESFEITAS......: ' WS-CONT-DESFEITAS.
           DISPLAY 'PARTIDAS VARCAMB MANT.: ' WS-CONT-MANTIDAS.
           DISPLAY '***********************************************'.
       P0500-FIM.

           END-IF.
       P0510-FIM.

       COPY GLSALDO.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'GLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-GLSALDO-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'GLPOST.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
           MOVE 'SAIDACTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SAIDACTL-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY SAIDACTL.
