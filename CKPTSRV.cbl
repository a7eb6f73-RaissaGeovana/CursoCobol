      ******************************************************************
      * Author:
      * Date:
      * Purpose: Servico de ponto de controle e retomada das corridas
      *          que atualizam valor no DADOS1.DAT, chamado por
      *          LANCTOS, REVAL, MASSUPD, NOMEPAD e PARTAPL. A corrida
      *          e aberta no CKPTCTL.DAT (funcao I); antes de cada
      *          gravacao o chamador jornaliza no CKPTJRN.DAT o que
      *          precisa para desfaze-la (funcao J - imagem anterior
      *          do registro, codigo incluido, referencia do
      *          movimento ou chave da fila); a cada N registros
      *          (CKPTINT.TXT, padrao 100) grava o ponto de controle
      *          com posicao, contadores, totais e a fotografia do
      *          CTLSALDO (funcao P) - a regravacao do CKPTCTL e o
      *          instante do compromisso e o jornal anterior ao ponto
      *          e descartado. Na retomada (funcao R) tudo o que foi
      *          jornalizado depois do ultimo ponto e desfeito do fim
      *          para o comeco - imagem anterior regravada, inclusao
      *          excluida, movimento do MOVHIST estornado com
      *          referencia propria, entrada de PENDLCT/LCTFUT/
      *          SUSPENSO retirada - cada desfazimento jornalizado no
      *          DIARIO como operacao D, e o CTLSALDO volta ao valor
      *          do ponto. Assim a corrida segue do ponto sem
      *          lancamento aplicado duas vezes nem pulado. A
      *          retomada pode ser repetida sem efeito a mais se
      *          cair no meio. O encerramento normal (funcao E)
      *          apaga o registro e o jornal; a funcao L marca a
      *          retomada como autorizada pela cadeia noturna.
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
              SELECT CKPTCTL ASSIGN TO WS-ARQ-CKPTCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CKC-PROGRAMA
              FILE STATUS IS WS-ST.

              SELECT CKPTJRN ASSIGN TO WS-ARQ-CKPTJRN-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CKJ-CHAVE
              FILE STATUS IS WS-ST-JRN.

              SELECT CKPTINT ASSIGN TO WS-ARQ-CKPTINT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-INT.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DADOS.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT MOVREF ASSIGN TO WS-ARQ-MOVREF-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MREF-SERIE
              FILE STATUS IS WS-ST-MREF.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT PENDLCT ASSIGN TO WS-ARQ-PENDLCT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PLCT-CHAVE
              FILE STATUS IS WS-ST-FILA.

              SELECT LCTFUT ASSIGN TO WS-ARQ-LCTFUT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LFUT-CHAVE
              FILE STATUS IS WS-ST-FILA.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-FILA.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD CKPTCTL.
       COPY FD_CKPTCTL.

       FD CKPTJRN.
      *    JORNAL DE DESFAZIMENTO: UMA ENTRADA POR GRAVACAO FEITA
      *    DEPOIS DO ULTIMO PONTO, NA ORDEM EM QUE ACONTECERAM.
       01  RG-CKPTJRN.
           02  CKJ-CHAVE.
               03  CKJ-PROGRAMA    PIC X(08).
               03  CKJ-PONTO       PIC 9(07).
               03  CKJ-SEQ         PIC 9(07).
           02  CKJ-DADOS.
               03  CKJ-ACAO            PIC X(01).
                   88  CKJ-ALTERACAO       VALUE 'A'.
                   88  CKJ-INCLUSAO        VALUE 'I'.
                   88  CKJ-MOVIMENTO       VALUE 'M'.
                   88  CKJ-PENDENCIA       VALUE 'P'.
                   88  CKJ-FUTURO          VALUE 'F'.
                   88  CKJ-SUSPENSO        VALUE 'S'.
               03  CKJ-COD-DADOS       PIC 9(07).
               03  CKJ-IMAGEM          PIC X(45).
               03  CKJ-MOV-TIPO        PIC X(01).
               03  CKJ-MOV-VALOR       PIC 9(07)V99.
               03  CKJ-MOV-MOTIVO      PIC X(03).
               03  CKJ-MOV-REFERENCIA  PIC 9(09).

       FD CKPTINT.
      *    QUANTIDADE DE REGISTROS ENTRE DOIS PONTOS DE CONTROLE.
       01  RG-CKPTINT          PIC 9(05).

       FD DADOS1.
       COPY FD_CRUD.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD MOVHIST.
      *    MESMO LAYOUT DO HISTORICO GRAVADO PELO LANCTOS E ESTORNO.
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

       FD MOVREF.
       COPY FD_MOVREF.

       FD DIARIO.
       COPY FD_DIARIO.

       FD PENDLCT.
       COPY FD_PENDLCT.

       FD LCTFUT.
       COPY FD_LCTFUT.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY MOVREF_WS.
       77  WS-ARQ-CKPTCTL-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CKPTJRN-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CKPTINT-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVREF-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDLCT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-LCTFUT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       77 WS-ST-JRN          PIC 99.
         88 ST-JRN-OK         VALUE 0.
       77 WS-ST-INT          PIC 99.
         88 ST-INT-OK         VALUE 0.
       77 WS-ST-DADOS        PIC 99.
         88 ST-DADOS-OK       VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-FILA         PIC 99.
         88 ST-FILA-OK        VALUE 0.
       COPY FD_STATUS.
       77 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-PONTO    PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-MAX         PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-DESFAZ      PIC 9(07) VALUE ZEROS.
       77 WS-FIM-JRN         PIC X     VALUE 'N'.
         88 FIM-JRN-OK        VALUE 'S' FALSE 'N'.
       77 WS-FIM-MOV         PIC X     VALUE 'N'.
         88 FIM-MOV-OK        VALUE 'S' FALSE 'N'.
       77 WS-MOV-ACHADO      PIC X     VALUE 'N'.
         88 MOVIMENTO-ACHADO  VALUE 'S' FALSE 'N'.
       77 WS-MOV-ESTORNADO   PIC X     VALUE 'N'.
         88 MOVIMENTO-ESTORNADO VALUE 'S' FALSE 'N'.
       77 WS-TEXTO-DIARIO    PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       COPY CKPTSRV_WS.

       PROCEDURE DIVISION USING WS-CKP-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           SET CKP-OK TO TRUE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           EVALUATE TRUE
               WHEN CKP-CONSULTA
                   PERFORM 0100-CONSULTA THRU 0100-FIM
               WHEN CKP-INICIA
                   PERFORM 0200-INICIA THRU 0200-FIM
               WHEN CKP-JORNALIZA
                   PERFORM 0300-JORNALIZA THRU 0300-FIM
               WHEN CKP-PONTO
                   PERFORM 0400-GRAVA-PONTO THRU 0400-FIM
               WHEN CKP-RETOMA
                   PERFORM 0500-RETOMA THRU 0500-FIM
               WHEN CKP-ENCERRA
                   PERFORM 0600-ENCERRA THRU 0600-FIM
               WHEN CKP-LIBERA
                   PERFORM 0700-LIBERA THRU 0700-FIM
           END-EVALUATE.
           GOBACK.

       0050-ABRE-CONTROLE.
           SET ST-OK TO TRUE.
           OPEN I-O CKPTCTL.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT CKPTCTL
               CLOSE CKPTCTL
               OPEN I-O CKPTCTL
           END-IF.

           IF NOT ST-OK
               DISPLAY 'CONTROLE DE PONTOS CKPTCTL.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST
               SET CKP-INDISPONIVEL TO TRUE
           END-IF.
       0050-FIM.

       0060-ABRE-JORNAL.
           SET ST-JRN-OK TO TRUE.
           OPEN I-O CKPTJRN.

           IF WS-ST-JRN EQUAL 35 THEN
               OPEN OUTPUT CKPTJRN
               CLOSE CKPTJRN
               OPEN I-O CKPTJRN
           END-IF.

           IF NOT ST-JRN-OK
               DISPLAY 'JORNAL DE PONTOS CKPTJRN.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-JRN
               SET CKP-INDISPONIVEL TO TRUE
           END-IF.
       0060-FIM.

       0100-CONSULTA.
      *    CORRIDA EM ABERTO DO PROGRAMA; A LIBERACAO DA CADEIA VALE
      *    SO PARA A CONSULTA SEGUINTE E E DESLIGADA AQUI.
           PERFORM 0110-CARREGA-INTERVALO THRU 0110-FIM.
           MOVE 'N' TO CKP-CADEIA.

           PERFORM 0050-ABRE-CONTROLE THRU 0050-FIM.
           IF NOT CKP-OK
               GO TO 0100-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKC-PROGRAMA.
           READ CKPTCTL
               INVALID KEY
                   SET CKP-SEM-PONTO TO TRUE
               NOT INVALID KEY
                   PERFORM 0120-DEVOLVE-PONTO THRU 0120-FIM
                   IF CKC-RETOMADA-LIBERADA
                       SET CKP-PELA-CADEIA TO TRUE
                       MOVE 'N' TO CKC-LIBERADA
                       REWRITE RG-CKPTCTL
                   END-IF
           END-READ.
           CLOSE CKPTCTL.
       0100-FIM.

       0110-CARREGA-INTERVALO.
      *    SEM CKPTINT.TXT (OU COM ZERO) VALE O PADRAO DE 100.
           MOVE 100 TO CKP-INTERVALO.

           SET ST-INT-OK TO TRUE.
           OPEN INPUT CKPTINT.

           IF ST-INT-OK
               READ CKPTINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-CKPTINT > ZEROS
                           MOVE RG-CKPTINT TO CKP-INTERVALO
                       END-IF
               END-READ
               CLOSE CKPTINT
           END-IF.
       0110-FIM.

       0120-DEVOLVE-PONTO.
           MOVE CKC-OPERADOR     TO CKP-OPERADOR.
           MOVE CKC-DATA-INICIO  TO CKP-DATA-INICIO.
           MOVE CKC-HORA-INICIO  TO CKP-HORA-INICIO.
           MOVE CKC-DATA-PONTO   TO CKP-DATA-PONTO.
           MOVE CKC-HORA-PONTO   TO CKP-HORA-PONTO.
           MOVE CKC-PONTO-NUM    TO CKP-PONTO-NUM.
           MOVE CKC-POSICAO      TO CKP-POSICAO.
           MOVE CKC-ULTIMA-CHAVE TO CKP-ULTIMA-CHAVE.
           MOVE CKC-CONTADORES   TO CKP-CONTADORES.
           MOVE CKC-TOTAIS       TO CKP-TOTAIS.
           MOVE CKC-PARAMETROS   TO CKP-PARAMETROS.
           MOVE CKC-RETOMADAS    TO CKP-RETOMADAS.
       0120-FIM.

       0130-GUARDA-PONTO.
           MOVE CKP-POSICAO      TO CKC-POSICAO.
           MOVE CKP-ULTIMA-CHAVE TO CKC-ULTIMA-CHAVE.
           MOVE CKP-CONTADORES   TO CKC-CONTADORES.
           MOVE CKP-TOTAIS       TO CKC-TOTAIS.
           MOVE CKP-PARAMETROS   TO CKC-PARAMETROS.
           ACCEPT CKC-DATA-PONTO FROM DATE YYYYMMDD.
           ACCEPT CKC-HORA-PONTO FROM TIME.
           PERFORM 0800-FOTOGRAFA-SALDO THRU 0800-FIM.
       0130-FIM.

       0200-INICIA.
      *    ABRE A CORRIDA: O PONTO ZERO E A SITUACAO ANTES DO
      *    PRIMEIRO REGISTRO. SOBRA DE JORNAL DE OUTRA CORRIDA DO
      *    MESMO PROGRAMA E DESCARTADA.
           PERFORM 0050-ABRE-CONTROLE THRU 0050-FIM.
           IF NOT CKP-OK
               GO TO 0200-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKC-PROGRAMA.
           MOVE CKP-OPERADOR TO CKC-OPERADOR.
           ACCEPT CKC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT CKC-HORA-INICIO FROM TIME.
           MOVE ZEROS TO CKC-PONTO-NUM CKC-RETOMADAS.
           MOVE 'N'   TO CKC-LIBERADA.
           PERFORM 0130-GUARDA-PONTO THRU 0130-FIM.
           WRITE RG-CKPTCTL
               INVALID KEY
                   REWRITE RG-CKPTCTL
                       INVALID KEY
                           SET CKP-INDISPONIVEL TO TRUE
                   END-REWRITE
           END-WRITE.

           IF CKP-OK
               PERFORM 0120-DEVOLVE-PONTO THRU 0120-FIM
           END-IF.
           CLOSE CKPTCTL.

           IF CKP-OK
               MOVE 9999999 TO WS-LIMITE-PONTO
               PERFORM 0650-LIMPA-JORNAL THRU 0650-FIM
           END-IF.
           MOVE ZEROS TO CKP-SEQ-JORNAL CKP-DESDE-PONTO.
       0200-FIM.

       0300-JORNALIZA.
      *    GRAVACAO ANTECIPADA: A ENTRADA VAI PARA O JORNAL ANTES DA
      *    ATUALIZACAO QUE ELA PERMITE DESFAZER.
           PERFORM 0060-ABRE-JORNAL THRU 0060-FIM.
           IF NOT CKP-OK
               GO TO 0300-FIM
           END-IF.

           ADD 1 TO CKP-SEQ-JORNAL.
           MOVE CKP-PROGRAMA   TO CKJ-PROGRAMA.
           MOVE CKP-PONTO-NUM  TO CKJ-PONTO.
           MOVE CKP-SEQ-JORNAL TO CKJ-SEQ.
           MOVE CKP-JORNAL     TO CKJ-DADOS.
           WRITE RG-CKPTJRN
               INVALID KEY
                   REWRITE RG-CKPTJRN
                       INVALID KEY
                           SET CKP-INDISPONIVEL TO TRUE
                   END-REWRITE
           END-WRITE.
           CLOSE CKPTJRN.
       0300-FIM.

       0400-GRAVA-PONTO.
      *    A REGRAVACAO DO CKPTCTL E O COMPROMISSO DO PONTO; SO
      *    DEPOIS DELA O JORNAL ANTERIOR PODE SER DESCARTADO.
           PERFORM 0050-ABRE-CONTROLE THRU 0050-FIM.
           IF NOT CKP-OK
               GO TO 0400-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKC-PROGRAMA.
           READ CKPTCTL
               INVALID KEY
                   SET CKP-SEM-PONTO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO CKC-PONTO-NUM
                   PERFORM 0130-GUARDA-PONTO THRU 0130-FIM
                   REWRITE RG-CKPTCTL
                       INVALID KEY
                           SET CKP-INDISPONIVEL TO TRUE
                   END-REWRITE
           END-READ.

           IF CKP-OK
               MOVE CKC-PONTO-NUM  TO CKP-PONTO-NUM
               MOVE CKC-DATA-PONTO TO CKP-DATA-PONTO
               MOVE CKC-HORA-PONTO TO CKP-HORA-PONTO
           END-IF.
           CLOSE CKPTCTL.

           IF CKP-OK
               MOVE CKP-PONTO-NUM TO WS-LIMITE-PONTO
               PERFORM 0650-LIMPA-JORNAL THRU 0650-FIM
               MOVE ZEROS TO CKP-SEQ-JORNAL CKP-DESDE-PONTO
           END-IF.
       0400-FIM.

       0500-RETOMA.
      *    DESFAZ, DO FIM PARA O COMECO, O QUE FOI JORNALIZADO NO
      *    PONTO CORRENTE; JORNAL DE PONTO ANTERIOR (QUEDA ENTRE A
      *    GRAVACAO DO PONTO E O DESCARTE) JA ESTA COMPROMETIDO E
      *    NAO E TOCADO.
           MOVE ZEROS TO CKP-DESFEITOS.

           PERFORM 0050-ABRE-CONTROLE THRU 0050-FIM.
           IF NOT CKP-OK
               GO TO 0500-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKC-PROGRAMA.
           READ CKPTCTL
               INVALID KEY
                   SET CKP-SEM-PONTO TO TRUE
           END-READ.
           IF NOT CKP-OK
               CLOSE CKPTCTL
               GO TO 0500-FIM
           END-IF.

           PERFORM 0060-ABRE-JORNAL THRU 0060-FIM.
           IF NOT CKP-OK
               CLOSE CKPTCTL
               GO TO 0500-FIM
           END-IF.

           MOVE ZEROS TO WS-SEQ-MAX.
           MOVE CKC-PROGRAMA  TO CKJ-PROGRAMA.
           MOVE CKC-PONTO-NUM TO CKJ-PONTO.
           MOVE ZEROS         TO CKJ-SEQ.
           SET FIM-JRN-OK TO FALSE.
           START CKPTJRN KEY IS NOT LESS THAN CKJ-CHAVE
               INVALID KEY
                   SET FIM-JRN-OK TO TRUE
           END-START.
           PERFORM 0510-ACHA-ULTIMA THRU 0510-FIM
                   UNTIL FIM-JRN-OK.

           SET ST-DADOS-OK TO TRUE.
           OPEN I-O DADOS1.
           IF NOT ST-DADOS-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL PARA A RETOMADA.'
               DISPLAY 'FILE STATUS: ' WS-ST-DADOS
               SET CKP-INDISPONIVEL TO TRUE
               CLOSE CKPTJRN
               CLOSE CKPTCTL
               GO TO 0500-FIM
           END-IF.

           PERFORM 0520-DESFAZ-ENTRADA THRU 0520-FIM
                   VARYING WS-SEQ-DESFAZ FROM WS-SEQ-MAX BY -1
                   UNTIL WS-SEQ-DESFAZ < 1.
           CLOSE DADOS1.
           CLOSE CKPTJRN.

           PERFORM 0590-REPOE-SALDO THRU 0590-FIM.

           MOVE 9999999 TO WS-LIMITE-PONTO.
           PERFORM 0650-LIMPA-JORNAL THRU 0650-FIM.

           ADD 1 TO CKC-RETOMADAS.
           MOVE 'N' TO CKC-LIBERADA.
           REWRITE RG-CKPTCTL
               INVALID KEY
                   SET CKP-INDISPONIVEL TO TRUE
           END-REWRITE.
           PERFORM 0120-DEVOLVE-PONTO THRU 0120-FIM.
           CLOSE CKPTCTL.
           MOVE ZEROS TO CKP-SEQ-JORNAL CKP-DESDE-PONTO.
       0500-FIM.

       0510-ACHA-ULTIMA.
           READ CKPTJRN NEXT RECORD
               AT END
                   SET FIM-JRN-OK TO TRUE
               NOT AT END
                   IF CKJ-PROGRAMA EQUAL CKC-PROGRAMA
                      AND CKJ-PONTO EQUAL CKC-PONTO-NUM
                       MOVE CKJ-SEQ TO WS-SEQ-MAX
                   ELSE
                       SET FIM-JRN-OK TO TRUE
                   END-IF
           END-READ.
       0510-FIM.

       0520-DESFAZ-ENTRADA.
           MOVE CKC-PROGRAMA  TO CKJ-PROGRAMA.
           MOVE CKC-PONTO-NUM TO CKJ-PONTO.
           MOVE WS-SEQ-DESFAZ TO CKJ-SEQ.
           READ CKPTJRN
               INVALID KEY
                   GO TO 0520-FIM
           END-READ.

           EVALUATE TRUE
               WHEN CKJ-ALTERACAO
                   PERFORM 0530-DESFAZ-ALTERACAO THRU 0530-FIM
               WHEN CKJ-INCLUSAO
                   PERFORM 0535-DESFAZ-INCLUSAO THRU 0535-FIM
               WHEN CKJ-MOVIMENTO
                   PERFORM 0540-ESTORNA-MOVIMENTO THRU 0540-FIM
               WHEN CKJ-PENDENCIA
                   PERFORM 0560-RETIRA-PENDENCIA THRU 0560-FIM
               WHEN CKJ-FUTURO
                   PERFORM 0565-RETIRA-FUTURO THRU 0565-FIM
               WHEN CKJ-SUSPENSO
                   PERFORM 0570-RETIRA-SUSPENSO THRU 0570-FIM
           END-EVALUATE.
           ADD 1 TO CKP-DESFEITOS.
       0520-FIM.

       0530-DESFAZ-ALTERACAO.
      *    A IMAGEM ANTERIOR VOLTA INTEIRA; REGISTRO QUE SUMIU E
      *    REGRAVADO.
           MOVE CKJ-IMAGEM TO RG-DADOS.
           REWRITE RG-DADOS
               INVALID KEY
                   MOVE CKJ-IMAGEM TO RG-DADOS
                   WRITE RG-DADOS
                       INVALID KEY
                           DISPLAY 'RETOMADA: IMAGEM DO CODIGO '
                                   CKJ-COD-DADOS ' NAO REPOSTA.'
                   END-WRITE
           END-REWRITE.
           MOVE NOM-DADOS TO WS-TEXTO-DIARIO.
           PERFORM 0580-GRAVA-DIARIO THRU 0580-FIM.
       0530-FIM.

       0535-DESFAZ-INCLUSAO.
           MOVE CKJ-COD-DADOS TO COD-DADOS.
           DELETE DADOS1
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE 'INCLUSAO DESFEITA' TO WS-TEXTO-DIARIO.
           PERFORM 0580-GRAVA-DIARIO THRU 0580-FIM.
       0535-FIM.

       0540-ESTORNA-MOVIMENTO.
      *    O MOVHIST E SEQUENCIAL: O MOVIMENTO DESFEITO GANHA UM
      *    ESTORNO COM REFERENCIA PROPRIA, COMO NO ESTORNO. O VALOR
      *    DO CADASTRO JA VOLTOU PELA IMAGEM ANTERIOR. MOVIMENTO QUE
      *    NAO CHEGOU AO HISTORICO OU JA FOI ESTORNADO FICA COMO ESTA.
           IF CKJ-MOV-REFERENCIA EQUAL ZEROS
               GO TO 0540-FIM
           END-IF.

           SET MOVIMENTO-ACHADO TO FALSE.
           SET MOVIMENTO-ESTORNADO TO FALSE.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               GO TO 0540-FIM
           END-IF.

           SET FIM-MOV-OK TO FALSE.
           PERFORM 0545-LE-MOVIMENTO THRU 0545-FIM
                   UNTIL FIM-MOV-OK.
           CLOSE MOVHIST.

           IF NOT MOVIMENTO-ACHADO OR MOVIMENTO-ESTORNADO
               GO TO 0540-FIM
           END-IF.

           PERFORM 9555-PROXIMA-REFERENCIA THRU 9555-FIM.

           SET ST-MOV-OK TO TRUE.
           OPEN EXTEND MOVHIST.

           IF ST-MOV-OK THEN
               MOVE CKJ-COD-DADOS      TO MOV-COD-DADOS
               IF CKJ-MOV-TIPO EQUAL 'C'
                   MOVE 'D' TO MOV-TIPO
               ELSE
                   MOVE 'C' TO MOV-TIPO
               END-IF
               MOVE CKJ-MOV-VALOR      TO MOV-VALOR
               MOVE CKJ-MOV-MOTIVO     TO MOV-MOTIVO
               MOVE WS-HOJE            TO MOV-DATA-EFET
               ACCEPT MOV-DATA-PROC FROM DATE YYYYMMDD
               ACCEPT MOV-HORA-PROC FROM TIME
               MOVE CKP-OPERADOR       TO MOV-OPERADOR
               MOVE WS-MOV-REFERENCIA  TO MOV-REFERENCIA
               MOVE CKJ-MOV-REFERENCIA TO MOV-REF-ESTORNO
               WRITE RG-MOVHIST
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MOVIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
           END-IF.

           CLOSE MOVHIST.
       0540-FIM.

       0545-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-MOV-OK TO TRUE
               NOT AT END
                   IF MOV-REFERENCIA EQUAL CKJ-MOV-REFERENCIA
                       SET MOVIMENTO-ACHADO TO TRUE
                   END-IF
                   IF MOV-REF-ESTORNO EQUAL CKJ-MOV-REFERENCIA
                       SET MOVIMENTO-ESTORNADO TO TRUE
                   END-IF
           END-READ.
       0545-FIM.

       0560-RETIRA-PENDENCIA.
           SET ST-FILA-OK TO TRUE.
           OPEN I-O PENDLCT.
           IF ST-FILA-OK
               MOVE CKJ-IMAGEM(1:17) TO PLCT-CHAVE
               DELETE PENDLCT
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE PENDLCT
           END-IF.
       0560-FIM.

       0565-RETIRA-FUTURO.
           SET ST-FILA-OK TO TRUE.
           OPEN I-O LCTFUT.
           IF ST-FILA-OK
               MOVE CKJ-IMAGEM(1:25) TO LFUT-CHAVE
               DELETE LCTFUT
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE LCTFUT
           END-IF.
       0565-FIM.

       0570-RETIRA-SUSPENSO.
           SET ST-FILA-OK TO TRUE.
           OPEN I-O SUSPENSO.
           IF ST-FILA-OK
               MOVE CKJ-IMAGEM(1:17) TO SUSP-CHAVE
               DELETE SUSPENSO
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE SUSPENSO
           END-IF.
       0570-FIM.

       0580-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE CKP-PROGRAMA     TO DIARIO-PROGRAMA
               SET DIARIO-OP-DESFEITO TO TRUE
               MOVE CKJ-COD-DADOS    TO DIARIO-COD-DADOS
               MOVE WS-TEXTO-DIARIO  TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE CKP-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0580-FIM.

       0590-REPOE-SALDO.
      *    O CONTROLE DE SALDOS DO DADOS1.DAT VOLTA A FOTOGRAFIA DO
      *    PONTO - OS MOVIMENTOS DEPOIS DELE FORAM DESFEITOS.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O CTLSALDO.

           IF WS-ST-CTL EQUAL 35 THEN
               OPEN OUTPUT CTLSALDO
               CLOSE CTLSALDO
               OPEN I-O CTLSALDO
           END-IF.

           IF NOT ST-CTL-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE SALDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-CTL
               GO TO 0590-FIM
           END-IF.

           MOVE 'DADOS1.DAT' TO CTL-ARQUIVO.
           READ CTLSALDO
               INVALID KEY
                   IF CKC-CTL-GRAVADO
                       MOVE 'DADOS1.DAT'  TO CTL-ARQUIVO
                       MOVE CKC-CTL-QTD   TO CTL-QTD
                       MOVE CKC-CTL-VALOR TO CTL-VALOR
                       WRITE RG-CTLSALDO
                   END-IF
               NOT INVALID KEY
                   IF CKC-CTL-GRAVADO
                       MOVE CKC-CTL-QTD   TO CTL-QTD
                       MOVE CKC-CTL-VALOR TO CTL-VALOR
                       REWRITE RG-CTLSALDO
                   ELSE
                       DELETE CTLSALDO
                   END-IF
           END-READ.
           CLOSE CTLSALDO.
       0590-FIM.

       0600-ENCERRA.
           PERFORM 0050-ABRE-CONTROLE THRU 0050-FIM.
           IF NOT CKP-OK
               GO TO 0600-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKC-PROGRAMA.
           DELETE CKPTCTL
               INVALID KEY
                   SET CKP-SEM-PONTO TO TRUE
           END-DELETE.
           CLOSE CKPTCTL.

           MOVE 9999999 TO WS-LIMITE-PONTO.
           PERFORM 0650-LIMPA-JORNAL THRU 0650-FIM.
       0600-FIM.

       0650-LIMPA-JORNAL.
      *    DESCARTA AS ENTRADAS DO PROGRAMA DE PONTO MENOR QUE
      *    WS-LIMITE-PONTO.
           SET ST-JRN-OK TO TRUE.
           OPEN I-O CKPTJRN.
           IF NOT ST-JRN-OK
               GO TO 0650-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKJ-PROGRAMA.
           MOVE ZEROS        TO CKJ-PONTO CKJ-SEQ.
           SET FIM-JRN-OK TO FALSE.
           START CKPTJRN KEY IS NOT LESS THAN CKJ-CHAVE
               INVALID KEY
                   SET FIM-JRN-OK TO TRUE
           END-START.
           PERFORM 0655-DESCARTA-ENTRADA THRU 0655-FIM
                   UNTIL FIM-JRN-OK.
           CLOSE CKPTJRN.
       0650-FIM.

       0655-DESCARTA-ENTRADA.
           READ CKPTJRN NEXT RECORD
               AT END
                   SET FIM-JRN-OK TO TRUE
               NOT AT END
                   IF CKJ-PROGRAMA EQUAL CKP-PROGRAMA
                      AND CKJ-PONTO < WS-LIMITE-PONTO
                       DELETE CKPTJRN
                   ELSE
                       SET FIM-JRN-OK TO TRUE
                   END-IF
           END-READ.
       0655-FIM.

       0700-LIBERA.
           PERFORM 0050-ABRE-CONTROLE THRU 0050-FIM.
           IF NOT CKP-OK
               GO TO 0700-FIM
           END-IF.

           MOVE CKP-PROGRAMA TO CKC-PROGRAMA.
           READ CKPTCTL
               INVALID KEY
                   SET CKP-SEM-PONTO TO TRUE
               NOT INVALID KEY
                   MOVE 'S' TO CKC-LIBERADA
                   REWRITE RG-CKPTCTL
           END-READ.
           CLOSE CKPTCTL.
       0700-FIM.

       0800-FOTOGRAFA-SALDO.
           MOVE 'N'   TO CKC-CTL-EXISTE.
           MOVE ZEROS TO CKC-CTL-QTD CKC-CTL-VALOR.

           SET ST-CTL-OK TO TRUE.
           OPEN INPUT CTLSALDO.

           IF ST-CTL-OK
               MOVE 'DADOS1.DAT' TO CTL-ARQUIVO
               READ CTLSALDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'       TO CKC-CTL-EXISTE
                       MOVE CTL-QTD   TO CKC-CTL-QTD
                       MOVE CTL-VALOR TO CKC-CTL-VALOR
               END-READ
               CLOSE CTLSALDO
           END-IF.
       0800-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CKPTCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CKPTCTL-DAT.
           MOVE 'CKPTJRN.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CKPTJRN-DAT.
           MOVE 'CKPTINT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CKPTINT-TXT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'MOVREF.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVREF-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'PENDLCT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDLCT-DAT.
           MOVE 'LCTFUT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LCTFUT-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY MOVREF.
