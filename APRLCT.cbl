      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprovacao dos lancamentos pendentes (PENDLCT.DAT)
      *          que o LANCTOS reteve por estarem acima do limite de
      *          dupla aprovacao. Um segundo operador, diferente de
      *          quem submeteu o arquivo, revisa cada lancamento e
      *          aprova - so entao o movimento e aplicado em
      *          VALOR-DADOS, gravado no MOVHIST, jornalizado e
      *          somado ao controle de saldos - ou rejeita com um
      *          motivo, jornalizado como R. O rejeitado fica na fila
      *          ate o LANCTOS devolve-lo ao operador que o submeteu.
      *          Na aprovacao valem de novo o periodo aberto e o
      *          limite de exposicao; lancamento que os fere e
      *          rejeitado com o motivo (o de limite vai tambem para
      *          os suspensos com o motivo LM e um alerta).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT PENDLCT ASSIGN TO WS-ARQ-PENDLCT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PLCT-CHAVE
              FILE STATUS IS WS-ST-PLCT.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT FECHMES ASSIGN TO WS-ARQ-FECHMES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS FECH-PERIODO
              FILE STATUS IS WS-ST-FECH.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

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

              SELECT MOVREF ASSIGN TO WS-ARQ-MOVREF-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MREF-SERIE
              FILE STATUS IS WS-ST-MREF.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PENDLCT.
       COPY FD_PENDLCT.

       FD DADOS1.
       COPY FD_CRUD.

       FD FECHMES.
       COPY FD_FECHMES.

       FD MOVHIST.
      *    CADA MOVIMENTO LEVA A REFERENCIA UNICA DA SERIE MOVREF; O
      *    ESTORNO LEVA TAMBEM A REFERENCIA DO MOVIMENTO ESTORNADO.
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DIARIO.
       COPY FD_DIARIO.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD OPERMST.
       COPY FD_OPER.

       FD LIMITES.
       COPY FD_LIMITE.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD MOVREF.
       COPY FD_MOVREF.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY LIMITE_WS.
       COPY MOVREF_WS.
       77  WS-ARQ-PENDLCT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-FECHMES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMITES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVREF-DAT      PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-PLCT        PIC 99.
         88 ST-PLCT-OK      VALUE 0.
       77 WS-ST-FECH        PIC 99.
         88 ST-FECH-OK      VALUE 0.
       77 WS-ST-MOV         PIC 99.
         88 ST-MOV-OK       VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-ST-CTL         PIC 99.
         88 ST-CTL-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-SUSP        PIC 99.
         88 ST-SUSP-OK      VALUE 0.
       77 WS-ST-ALER        PIC 99.
         88 ST-ALER-OK      VALUE 0.
       77 WS-SEQ-SUSP       PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-ALERTA     PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV       PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG       PIC X(40) VALUE SPACES.
       77 WS-AGORA          PIC 9(08) VALUE ZEROS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-REVISOR        PIC X(08) VALUE SPACES.
       77 WS-REV-SENHA      PIC X(08) VALUE SPACES.
       77 WS-REVISOR-OK     PIC X     VALUE 'N'.
         88 REVISOR-OK      VALUE 'S' FALSE 'N'.
       77 WS-DECISAO        PIC X     VALUE SPACES.
         88 DECISAO-APROVA           VALUE 'A' 'a'.
         88 DECISAO-REJEITA          VALUE 'R' 'r'.
       77 WS-CONT-APROVADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PULADOS   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-APROVADO PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-LANCTO-OK      PIC X     VALUE 'S'.
         88 LANCTO-OK       VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-REJ     PIC X(20) VALUE SPACES.
       77 WS-PERIODO-ABERTO PIC X     VALUE 'S'.
         88 PERIODO-ABERTO  VALUE 'S' FALSE 'N'.
       77 WS-MOVIMENTO      PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-NOVO     PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$$.$$9,99.
       77 WS-NOME-DADO      PIC X(20) VALUE SPACES.
       77 WS-TEXTO-DIARIO   PIC X(20) VALUE SPACES.
       77 WS-CTL-NOME-ARQ     PIC X(12) VALUE SPACES.
       77 WS-CTL-DELTA-QTD    PIC S9(01) VALUE ZEROS.
       77 WS-CTL-DELTA-VALOR  PIC S9(09)V99 COMP-3 VALUE ZEROS.
      *    IMAGEM DO LANCAMENTO NO LEIAUTE DE LANCTOS.TXT, PARA O
      *    PARQUEAMENTO EM SUSPENSO IGUAL AO DO LANCTOS.
       01 WS-LANCTO-IMAGEM.
          02 WS-IMG-COD-DADOS PIC 9(07).
          02 WS-IMG-TIPO      PIC X(01).
          02 WS-IMG-VALOR     PIC 9(07)V99.
          02 WS-IMG-MOTIVO    PIC X(03).
          02 WS-IMG-DATA      PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           IF REVISOR-OK
               PERFORM P0200-REVISA THRU P0200-FIM
                       UNTIL FIM-OK
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '******** APROVACAO DE LANCAMENTOS PENDENTES ******'.
           SET FIM-OK TO FALSE.

           PERFORM P0110-IDENTIFICA-REVISOR THRU P0110-FIM.

           IF REVISOR-OK
               SET ST-PLCT-OK TO TRUE
               OPEN I-O PENDLCT
               IF WS-ST-PLCT EQUAL 35
                   DISPLAY 'NAO HA FILA DE LANCAMENTOS PENDENTES -'
                           ' NADA A REVISAR.'
                   SET FIM-OK TO TRUE
                   SET REVISOR-OK TO FALSE
               ELSE
                   IF NOT ST-PLCT-OK
                       DISPLAY 'ERRO AO ABRIR A FILA DE LANCAMENTOS.'
                       DISPLAY 'FILE STATUS: ' WS-ST-PLCT
                       SET FIM-OK TO TRUE
                       SET REVISOR-OK TO FALSE
                   ELSE
                       MOVE LOW-VALUES TO PLCT-CHAVE
                       START PENDLCT KEY IS NOT LESS THAN PLCT-CHAVE
                           INVALID KEY
                               DISPLAY 'NENHUM LANCAMENTO PENDENTE.'
                               SET FIM-OK TO TRUE
                       END-START
                   END-IF
               END-IF
           END-IF.
       P0100-FIM.

       P0110-IDENTIFICA-REVISOR.
      *    O REVISOR PRECISA SER UM OPERADOR ATIVO DO OPERMST; O
      *    LANCAMENTO SUBMETIDO PELO PROPRIO REVISOR E PULADO NA
      *    FILA (QUATRO OLHOS).
           SET REVISOR-OK TO FALSE.
           MOVE SPACES TO WS-REVISOR WS-REV-SENHA.

           DISPLAY 'IDENTIFICACAO DO REVISOR: '
           ACCEPT WS-REVISOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-REV-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' REVISAO LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-REVISOR
               SET REVISOR-OK TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE WS-REVISOR TO OPER-ID
                   READ OPERMST
                       INVALID KEY
                           DISPLAY 'REVISOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-REV-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET REVISOR-OK TO TRUE
                           ELSE
                               DISPLAY 'REVISOR OU SENHA INVALIDOS.'
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       P0110-FIM.

       P0200-REVISA.
           READ PENDLCT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF PLCT-PENDENTE
                       PERFORM P0210-AVALIA-LANCTO THRU P0210-FIM
                   END-IF
           END-READ.
       P0200-FIM.

       P0210-AVALIA-LANCTO.
           IF PLCT-OPERADOR EQUAL WS-REVISOR
               DISPLAY 'LANCAMENTO DO CODIGO ' PLCT-COD-DADOS
                       ' SUBMETIDO PELO PROPRIO REVISOR - PULADO.'
               ADD 1 TO WS-CONT-PULADOS
               GO TO P0210-FIM
           END-IF.

           MOVE PLCT-VALOR TO WS-VALOR-ED.
           DISPLAY '-------------------------------------------'
           DISPLAY 'CODIGO......: ' PLCT-COD-DADOS
                   '  SUBMETIDO POR: ' PLCT-OPERADOR
                   ' EM ' PLCT-DATA-SUB
           DISPLAY 'LANCAMENTO..: ' PLCT-TIPO ' ' WS-VALOR-ED
                   '  MOTIVO ' PLCT-MOTIVO
           DISPLAY 'DATA EFETIVA: ' PLCT-DATA-EFET
           MOVE SPACES TO WS-DECISAO
           DISPLAY '<A>PROVAR, <R>EJEITAR OU <P>ULAR: '
           ACCEPT WS-DECISAO

           EVALUATE TRUE
               WHEN DECISAO-APROVA
                   PERFORM P0220-APLICA THRU P0220-FIM
               WHEN DECISAO-REJEITA
                   MOVE SPACES TO WS-MOTIVO-REJ
                   DISPLAY 'MOTIVO DA REJEICAO: '
                   ACCEPT WS-MOTIVO-REJ
                   IF WS-MOTIVO-REJ EQUAL SPACES
                       MOVE 'REJEITADO NA REVISAO' TO WS-MOTIVO-REJ
                   END-IF
                   PERFORM P0230-REJEITA THRU P0230-FIM
               WHEN OTHER
                   ADD 1 TO WS-CONT-PULADOS
           END-EVALUATE.
       P0210-FIM.

       P0220-APLICA.
      *    NA APROVACAO O LANCAMENTO PASSA DE NOVO PELO PERIODO E
      *    PELO LIMITE DE EXPOSICAO, CONTRA O VALOR DE AGORA.
           SET LANCTO-OK TO TRUE.
           SET LIMITE-EXCEDIDO TO FALSE.
           MOVE SPACES TO WS-MOTIVO-REJ WS-NOME-DADO.

           PERFORM P0222-VERIFICA-PERIODO THRU P0222-FIM.
           IF NOT PERIODO-ABERTO
               SET LANCTO-OK TO FALSE
               MOVE 'PERIODO FECHADO' TO WS-MOTIVO-REJ
           END-IF.

           IF LANCTO-OK
               PERFORM P0224-MOVIMENTA THRU P0224-FIM
           END-IF.

           IF NOT LANCTO-OK
               DISPLAY 'LANCAMENTO NAO APLICADO - ' WS-MOTIVO-REJ
               PERFORM P0230-REJEITA THRU P0230-FIM
               IF LIMITE-EXCEDIDO
                   PERFORM P0290-PARQUEIA-SUSPENSO THRU P0290-FIM
               END-IF
               GO TO P0220-FIM
           END-IF.

           PERFORM P0250-GRAVA-MOVIMENTO THRU P0250-FIM.
           SET DIARIO-OP-ALTERACAO TO TRUE.
           MOVE WS-NOME-DADO TO WS-TEXTO-DIARIO.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
           MOVE 'DADOS1.DAT' TO WS-CTL-NOME-ARQ.
           MOVE 0 TO WS-CTL-DELTA-QTD.
           MOVE WS-MOVIMENTO TO WS-CTL-DELTA-VALOR.
           PERFORM P0450-ATUALIZA-CONTROLE THRU P0450-FIM.

           DELETE PENDLCT
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER O LANCAMENTO DA FILA.'
           END-DELETE.
           ADD 1 TO WS-CONT-APROVADOS.
           ADD PLCT-VALOR TO WS-TOTAL-APROVADO.
           DISPLAY 'LANCAMENTO APLICADO NO CODIGO ' PLCT-COD-DADOS
                   ' - REFERENCIA ' WS-MOV-REFERENCIA '.'.
       P0220-FIM.

       P0222-VERIFICA-PERIODO.
      *    SEM FECHMES.DAT O PERIODO E TRATADO COMO ABERTO.
           SET PERIODO-ABERTO TO TRUE.

           SET ST-FECH-OK TO TRUE.
           OPEN INPUT FECHMES.

           IF ST-FECH-OK
               MOVE PLCT-DATA-EFET(1:6) TO FECH-PERIODO
               READ FECHMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FECH-FECHADO
                           SET PERIODO-ABERTO TO FALSE
                       END-IF
               END-READ
               CLOSE FECHMES
           END-IF.
       P0222-FIM.

       P0224-MOVIMENTA.
           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.

           IF NOT ST-OK
               SET LANCTO-OK TO FALSE
               MOVE 'DADOS1 INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0224-FIM
           END-IF.

           MOVE PLCT-COD-DADOS TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   SET LANCTO-OK TO FALSE
                   MOVE 'CODIGO INEXISTENTE' TO WS-MOTIVO-REJ
               NOT INVALID KEY
                   MOVE NOM-DADOS TO WS-NOME-DADO
                   IF PLCT-CREDITO
                       MOVE PLCT-VALOR TO WS-MOVIMENTO
                   ELSE
                       COMPUTE WS-MOVIMENTO = 0 - PLCT-VALOR
                   END-IF
                   COMPUTE WS-VALOR-NOVO =
                           VALOR-DADOS + WS-MOVIMENTO
                       ON SIZE ERROR
                           SET LANCTO-OK TO FALSE
                           MOVE 'ESTOURO DE VALOR' TO WS-MOTIVO-REJ
                   END-COMPUTE
                   IF LANCTO-OK
                       MOVE PLCT-COD-DADOS TO WS-LIM-COD
                       MOVE DEPTO-DADOS    TO WS-LIM-DEPTO
                       MOVE WS-VALOR-NOVO  TO WS-LIM-VALOR
                       MOVE WS-MOVIMENTO   TO WS-LIM-MOVIMENTO
                       PERFORM 9575-VERIFICA-LIMITE THRU 9575-FIM
                       IF LIMITE-EXCEDIDO
                           SET LANCTO-OK TO FALSE
                           MOVE 'LIMITE EXCEDIDO' TO WS-MOTIVO-REJ
                       END-IF
                   END-IF
                   IF LANCTO-OK
                       MOVE WS-VALOR-NOVO TO VALOR-DADOS
                       REWRITE RG-DADOS
                           INVALID KEY
                               SET LANCTO-OK TO FALSE
                               MOVE 'ERRO NA REGRAVACAO'
                                 TO WS-MOTIVO-REJ
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE DADOS1.
       P0224-FIM.

       P0230-REJEITA.
      *    O REJEITADO FICA NA FILA COM O REVISOR E O MOTIVO PARA O
      *    LANCTOS DEVOLVE-LO A QUEM O SUBMETEU; A DECISAO ENTRA NO
      *    DIARIO COMO REJEICAO.
           SET PLCT-REJEITADO TO TRUE.
           MOVE WS-REVISOR    TO PLCT-REVISOR.
           ACCEPT PLCT-DATA-DEC FROM DATE YYYYMMDD.
           MOVE WS-MOTIVO-REJ TO PLCT-MOTIVO-REJ.
           REWRITE RG-PENDLCT
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR O LANCAMENTO REJEITADO.'
           END-REWRITE.

           SET DIARIO-OP-REJEICAO TO TRUE.
           MOVE WS-MOTIVO-REJ TO WS-TEXTO-DIARIO.
           PERFORM P0260-GRAVA-DIARIO THRU P0260-FIM.
           ADD 1 TO WS-CONT-REJEITADOS.
           DISPLAY 'LANCAMENTO DO CODIGO ' PLCT-COD-DADOS
                   ' REJEITADO - SERA DEVOLVIDO A ' PLCT-OPERADOR '.'.
       P0230-FIM.

       P0250-GRAVA-MOVIMENTO.
      *    O MOVIMENTO FICA EM NOME DE QUEM SUBMETEU O LANCAMENTO;
      *    O REVISOR QUE O APROVOU ESTA NO DIARIO.
           PERFORM 9555-PROXIMA-REFERENCIA THRU 9555-FIM.

           SET ST-MOV-OK TO TRUE.

           OPEN EXTEND MOVHIST.

           IF WS-ST-MOV EQUAL 35 THEN
               OPEN OUTPUT MOVHIST
           END-IF.

           IF ST-MOV-OK THEN
               MOVE PLCT-COD-DADOS TO MOV-COD-DADOS
               MOVE PLCT-TIPO      TO MOV-TIPO
               MOVE PLCT-VALOR     TO MOV-VALOR
               MOVE PLCT-MOTIVO    TO MOV-MOTIVO
               MOVE PLCT-DATA-EFET TO MOV-DATA-EFET
               ACCEPT MOV-DATA-PROC FROM DATE YYYYMMDD
               ACCEPT MOV-HORA-PROC FROM TIME
               MOVE WS-MOV-REFERENCIA TO MOV-REFERENCIA
               MOVE ZEROS         TO MOV-REF-ESTORNO
               MOVE PLCT-OPERADOR  TO MOV-OPERADOR
               WRITE RG-MOVHIST
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MOVIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
           END-IF.

           CLOSE MOVHIST.
       P0250-FIM.

       P0260-GRAVA-DIARIO.
      *    A OPERACAO (ALTERACAO APROVADA OU REJEICAO) E O TEXTO JA
      *    CHEGAM ASSINALADOS PELO CHAMADOR.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'APRLCT'         TO DIARIO-PROGRAMA
               MOVE PLCT-COD-DADOS   TO DIARIO-COD-DADOS
               MOVE WS-TEXTO-DIARIO  TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-REVISOR       TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0260-FIM.

       P0290-PARQUEIA-SUSPENSO.
      *    MESMO TRATAMENTO DO LANCTOS: O LANCAMENTO CRU VAI PARA OS
      *    SUSPENSOS COM O MOTIVO LM E UM ALERTA CHAMA A MESA.
           MOVE PLCT-COD-DADOS TO WS-IMG-COD-DADOS.
           MOVE PLCT-TIPO      TO WS-IMG-TIPO.
           MOVE PLCT-VALOR     TO WS-IMG-VALOR.
           MOVE PLCT-MOTIVO    TO WS-IMG-MOTIVO.
           MOVE PLCT-DATA-EFET TO WS-IMG-DATA.

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
               MOVE WS-SEQ-SUSP      TO SUSP-SEQ
               MOVE 'APRLCT  '       TO SUSP-ORIGEM
               MOVE 'LM'             TO SUSP-MOTIVO
               MOVE WS-LANCTO-IMAGEM TO SUSP-REGISTRO
               WRITE RG-SUSPENSO
                   INVALID KEY
                       DISPLAY 'ERRO AO PARQUEAR O LANCAMENTO NA'
                               ' FILA DE SUSPENSOS.'
               END-WRITE
               CLOSE SUSPENSO
           ELSE
               DISPLAY 'FILA DE SUSPENSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SUSP
           END-IF.

           MOVE 'M' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           STRING 'LIMITE EXCEDIDO COD ' PLCT-COD-DADOS
                  ' LANCTO ' PLCT-TIPO
                  DELIMITED BY SIZE INTO WS-ALER-MSG.
           PERFORM P0295-GRAVA-ALERTA THRU P0295-FIM.
       P0290-FIM.

       P0295-GRAVA-ALERTA.
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
               MOVE 'APRLCT  '    TO ALER-PROGRAMA
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
       P0295-FIM.

       P0450-ATUALIZA-CONTROLE.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O CTLSALDO.

           IF WS-ST-CTL EQUAL 35 THEN
               OPEN OUTPUT CTLSALDO
               CLOSE CTLSALDO
               OPEN I-O CTLSALDO
           END-IF.

           IF ST-CTL-OK THEN
               MOVE WS-CTL-NOME-ARQ TO CTL-ARQUIVO
               READ CTLSALDO
                   INVALID KEY
                       MOVE WS-CTL-NOME-ARQ    TO CTL-ARQUIVO
                       MOVE WS-CTL-DELTA-QTD   TO CTL-QTD
                       MOVE WS-CTL-DELTA-VALOR TO CTL-VALOR
                       WRITE RG-CTLSALDO
                           INVALID KEY
                               DISPLAY 'ERRO AO CRIAR O CONTROLE DE'
                                       ' SALDOS.'
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-CTL-DELTA-QTD   TO CTL-QTD
                       ADD WS-CTL-DELTA-VALOR TO CTL-VALOR
                       REWRITE RG-CTLSALDO
               END-READ
               CLOSE CTLSALDO
           ELSE
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE SALDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-CTL
           END-IF.
       P0450-FIM.

       P0500-FINALIZA.
           IF REVISOR-OK
               CLOSE PENDLCT
           END-IF.
           MOVE WS-TOTAL-APROVADO TO WS-VALOR-ED.
           DISPLAY '***********************************************'.
           DISPLAY 'LANCAMENTOS APROVADOS.: ' WS-CONT-APROVADOS
                   ' TOTAL ' WS-VALOR-ED.
           DISPLAY 'LANCAMENTOS REJEITADOS: ' WS-CONT-REJEITADOS.
           DISPLAY 'LANCAMENTOS PULADOS...: ' WS-CONT-PULADOS.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'PENDLCT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDLCT-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'FECHMES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FECHMES-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'LIMITES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMITES-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'MOVREF.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVREF-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY LIMITE.

       COPY MOVREF.
