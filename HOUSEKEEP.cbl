      *          (com contagens e faixa de datas) e apaga os arquivos
      *          mortos alem da janela de guarda. A consulta
      *          transparente online + arquivo e do ARQCONS.
      *          Lancamento de codigo sob retencao legal
      *          (RETLEGAL.DAT) nao rola: fica no log online, sai na
      *          listagem com a retencao e a recusa vai ao diario;
      *          arquivo morto alem da guarda com algum codigo retido
      *          tambem nao e apagado - fica inteiro, listado, com a
      *          recusa de cada codigo no diario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MORTO.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       01  RG-ACESSNOVO        PIC X(30).

       FD ACESSMORTO.
       01  RG-ACESSMORTO.
           02  FILLER          PIC X(23).
           02  AMRT-COD-DADOS  PIC 9(07).

       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD MOVNOVO.
       01  RG-MOVNOVO          PIC X(68).

       FD MOVMORTO.
       01  RG-MOVMORTO.
           02  MMRT-COD-DADOS  PIC 9(07).
           02  FILLER          PIC X(61).

       FD DHIST.
       COPY FD_DADOSHIST.

       FD DHISTNOVO.
       01  RG-DHISTNOVO        PIC X(93).

       FD DHISTMORTO.
       01  RG-DHISTMORTO.
           02  HMRT-COD-DADOS  PIC 9(07).
           02  FILLER          PIC X(86).

       FD DIARIO.
       COPY FD_DIARIO.

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY RETLEGAL_WS.
       77  WS-ARQ-RETPOLIT-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOG-ENT       PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOG-NOVO      PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOG-MORTO     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77 WS-CHECK-DETALHES   PIC X(20) VALUE SPACES.
       77 WS-ST-POL          PIC 99.
         88 ST-POL-OK         VALUE 0.
         88 ST-NOVO-OK        VALUE 0.
       77 WS-ST-MORTO        PIC 99.
         88 ST-MORTO-OK       VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       COPY FD_STATUS REPLACING WS-ST BY WS-ST-ENT.
       77 WS-FIM-POL         PIC X.
         88 FIM-POL-OK        VALUE 'S' FALSE 'N'.
         88 FIM-LOG-OK        VALUE 'S' FALSE 'N'.
       77 WS-FIM-CAT         PIC X.
         88 FIM-CAT-OK        VALUE 'S' FALSE 'N'.
       77 WS-MORTO-RETIDO    PIC X.
         88 MORTO-RETIDO      VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO-ATUAL   PIC 9(06) VALUE ZEROS.
       01 WS-PERIODO-ATUAL-R REDEFINES WS-PERIODO-ATUAL.
          02 WS-PCRT-MES     PIC 9(02).
       77 WS-QTD-MANTIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ROLADOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RETIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-COD-REG         PIC 9(07) VALUE ZEROS.
       77 WS-RETL-CONSULTADO PIC X     VALUE 'N'.
         88 RETL-CONSULTADO            VALUE 'S' FALSE 'N'.
       77 WS-DATA-MIN        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-MAX        PIC 9(08) VALUE ZEROS.
       77 WS-REG-E-ANTIGO    PIC X     VALUE 'N'.
       77 WS-CHAMADA-RESULT  PIC S9(9) COMP-5 VALUE ZEROS.
       77 WS-CONT-POLITICAS  PIC 9(03) VALUE ZEROS.
       77 WS-CONT-EXPURGOS   PIC 9(03) VALUE ZEROS.
       77 WS-CONT-RETIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MORTOS-RET PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           END-IF.

           MOVE ZEROS TO WS-QTD-MANTIDOS WS-QTD-ROLADOS
                         WS-QTD-RETIDOS WS-DATA-MIN WS-DATA-MAX.
           SET FIM-LOG-OK TO FALSE.
           SET RETL-CONSULTADO TO FALSE.

           EVALUATE WS-LOG-CORRENTE
               WHEN 'ACESSLOG.TXT'
                   PERFORM P0345-ROLA-DADOSHIST THRU P0345-FIM
           END-EVALUATE.

           IF WS-QTD-RETIDOS > ZEROS
               DISPLAY 'LOG ' WS-LOG-CORRENTE ' - '
                       WS-QTD-RETIDOS ' LANCAMENTO(S) MANTIDO(S)'
                       ' ONLINE POR RETENCAO LEGAL.'
           END-IF.

           IF WS-QTD-ROLADOS EQUAL ZEROS
               DISPLAY 'LOG ' WS-LOG-CORRENTE
                       ' SEM LANCAMENTOS A ROLAR.'
                   SET FIM-LOG-OK TO TRUE
               NOT AT END
                   MOVE ACESSO-DATA TO WS-DATA-REG
                   SET CODIGO-RETIDO TO FALSE
                   IF WS-DATA-REG(1:6) < WS-CUTOFF-ONLINE
                       MOVE ACESSO-COD-DADOS TO WS-COD-REG
                       PERFORM P0360-VERIFICA-RETIDO THRU P0360-FIM
                   END-IF
                   IF WS-DATA-REG(1:6) < WS-CUTOFF-ONLINE
                      AND NOT CODIGO-RETIDO
                       WRITE RG-ACESSMORTO FROM RG-ACESSO
                       ADD 1 TO WS-QTD-ROLADOS
                       PERFORM P0325-ANOTA-FAIXA THRU P0325-FIM
                   ELSE
                       WRITE RG-ACESSNOVO FROM RG-ACESSO
                       ADD 1 TO WS-QTD-MANTIDOS
                       IF CODIGO-RETIDO
                           ADD 1 TO WS-QTD-RETIDOS
                       END-IF
                   END-IF
           END-READ.
       P0335-FIM.
                   SET FIM-LOG-OK TO TRUE
               NOT AT END
                   MOVE MOV-DATA-PROC TO WS-DATA-REG
                   SET CODIGO-RETIDO TO FALSE
                   IF WS-DATA-REG(1:6) < WS-CUTOFF-ONLINE
                       MOVE MOV-COD-DADOS TO WS-COD-REG
                       PERFORM P0360-VERIFICA-RETIDO THRU P0360-FIM
                   END-IF
                   IF WS-DATA-REG(1:6) < WS-CUTOFF-ONLINE
                      AND NOT CODIGO-RETIDO
                       WRITE RG-MOVMORTO FROM RG-MOVHIST
                       ADD 1 TO WS-QTD-ROLADOS
                       PERFORM P0325-ANOTA-FAIXA THRU P0325-FIM
                   ELSE
                       WRITE RG-MOVNOVO FROM RG-MOVHIST
                       ADD 1 TO WS-QTD-MANTIDOS
                       IF CODIGO-RETIDO
                           ADD 1 TO WS-QTD-RETIDOS
                       END-IF
                   END-IF
           END-READ.
       P0342-FIM.
                   SET FIM-LOG-OK TO TRUE
               NOT AT END
                   MOVE HIST-DATA TO WS-DATA-REG
                   SET CODIGO-RETIDO TO FALSE
                   IF WS-DATA-REG(1:6) < WS-CUTOFF-ONLINE
                       MOVE HIST-COD-DADOS TO WS-COD-REG
                       PERFORM P0360-VERIFICA-RETIDO THRU P0360-FIM
                   END-IF
                   IF WS-DATA-REG(1:6) < WS-CUTOFF-ONLINE
                      AND NOT CODIGO-RETIDO
                       WRITE RG-DHISTMORTO FROM RG-DADOSHIST
                       ADD 1 TO WS-QTD-ROLADOS
                       PERFORM P0325-ANOTA-FAIXA THRU P0325-FIM
                   ELSE
                       WRITE RG-DHISTNOVO FROM RG-DADOSHIST
                       ADD 1 TO WS-QTD-MANTIDOS
                       IF CODIGO-RETIDO
                           ADD 1 TO WS-QTD-RETIDOS
                       END-IF
                   END-IF
           END-READ.
       P0347-FIM.

       P0360-VERIFICA-RETIDO.
      *    LANCAMENTO VELHO DE CODIGO SOB RETENCAO LEGAL NAO ROLA.
      *    A CONSULTA SO E REFEITA QUANDO O CODIGO MUDA DE UM
      *    LANCAMENTO PARA O SEGUINTE; CADA CODIGO RETIDO ENCONTRADO
      *    E LISTADO E JORNALIZADO COMO RECUSA.
           IF RETL-CONSULTADO
              AND WS-COD-REG EQUAL WS-RETL-COD
               GO TO P0360-FIM
           END-IF.

           MOVE WS-COD-REG TO WS-RETL-COD.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           SET RETL-CONSULTADO TO TRUE.

           IF CODIGO-RETIDO
               ADD 1 TO WS-CONT-RETIDOS
               DISPLAY 'LOG ' WS-LOG-CORRENTE ' - CODIGO ' WS-RETL-COD
                       ' SOB RETENCAO LEGAL DESDE ' WS-RETL-DATA
                       ' - NAO ROLADO: ' WS-RETL-MOTIVO
               PERFORM P0365-GRAVA-DIARIO-RETENCAO THRU P0365-FIM
           END-IF.
       P0360-FIM.

       P0365-GRAVA-DIARIO-RETENCAO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'HOUSEKEE'      TO DIARIO-PROGRAMA
               SET DIARIO-OP-REJEICAO TO TRUE
               MOVE WS-RETL-COD     TO DIARIO-COD-DADOS
               MOVE 'RETENCAO LEGAL' TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE LK-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0365-FIM.

       P0350-CATALOGA-ROLAGEM.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O ARQCAT.

       P0400-EXPURGA-MORTOS.
      *    ARQUIVO MORTO ALEM DA JANELA DE GUARDA E APAGADO E SAI DO
      *    CATALOGO - MENOS O QUE TIVER CODIGO SOB RETENCAO LEGAL,
      *    QUE FICA INTEIRO ATE A RETENCAO SER ENCERRADA.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O ARQCAT.
           IF NOT ST-CAT-OK
           READ ARQCAT NEXT RECORD
               AT END
                   SET FIM-CAT-OK TO TRUE
                   GO TO P0410-FIM
           END-READ.
           IF ACAT-ARQUIVO NOT EQUAL WS-LOG-CORRENTE
               SET FIM-CAT-OK TO TRUE
               GO TO P0410-FIM
           END-IF.
           IF ACAT-DATA(1:6) NOT < WS-CUTOFF-GUARDA
               GO TO P0410-FIM
           END-IF.

           MOVE ACAT-NOME-FISICO TO WS-ARQ-LOG-MORTO.
           PERFORM P0420-VARRE-MORTO THRU P0420-FIM.
           IF MORTO-RETIDO
               ADD 1 TO WS-CONT-MORTOS-RET
               DISPLAY 'ARQUIVO MORTO MANTIDO POR RETENCAO LEGAL: '
                       WS-ARQ-LOG-MORTO(1:40)
               GO TO P0410-FIM
           END-IF.

           CALL 'CBL_DELETE_FILE'
               USING WS-ARQ-LOG-MORTO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           DELETE ARQCAT
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER DO'
                           ' CATALOGO.'
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EXPURGOS
                   DISPLAY 'ARQUIVO MORTO EXPURGADO: '
                           WS-ARQ-LOG-MORTO(1:40)
           END-DELETE.
       P0410-FIM.

       P0420-VARRE-MORTO.
      *    LE O ARQUIVO MORTO INTEIRO ATRAS DE CODIGO SOB RETENCAO
      *    LEGAL ANTES DE APAGAR - CADA CODIGO RETIDO ACHADO E
      *    LISTADO E JORNALIZADO COMO RECUSA.
           SET MORTO-RETIDO TO FALSE.
           SET RETL-CONSULTADO TO FALSE.
           SET FIM-LOG-OK TO FALSE.
           SET ST-MORTO-OK TO TRUE.

           EVALUATE WS-LOG-CORRENTE
               WHEN 'ACESSLOG.TXT'
                   OPEN INPUT ACESSMORTO
               WHEN 'MOVHIST.TXT'
                   OPEN INPUT MOVMORTO
               WHEN OTHER
                   OPEN INPUT DHISTMORTO
           END-EVALUATE.
           IF WS-ST-MORTO EQUAL 35
      *        O ARQUIVO JA NAO EXISTE - SO O CATALOGO FICOU.
               GO TO P0420-FIM
           END-IF.
           IF NOT ST-MORTO-OK
      *        NA DUVIDA NADA SE APAGA.
               DISPLAY 'ERRO AO LER ' WS-ARQ-LOG-MORTO(1:40)
                       ' - FILE STATUS ' WS-ST-MORTO
               SET MORTO-RETIDO TO TRUE
               GO TO P0420-FIM
           END-IF.

           PERFORM P0425-LE-MORTO THRU P0425-FIM
                   UNTIL FIM-LOG-OK.

           EVALUATE WS-LOG-CORRENTE
               WHEN 'ACESSLOG.TXT'
                   CLOSE ACESSMORTO
               WHEN 'MOVHIST.TXT'
                   CLOSE MOVMORTO
               WHEN OTHER
                   CLOSE DHISTMORTO
           END-EVALUATE.
       P0420-FIM.

       P0425-LE-MORTO.
           EVALUATE WS-LOG-CORRENTE
               WHEN 'ACESSLOG.TXT'
                   READ ACESSMORTO
                       AT END
                           SET FIM-LOG-OK TO TRUE
                       NOT AT END
                           MOVE AMRT-COD-DADOS TO WS-COD-REG
                   END-READ
               WHEN 'MOVHIST.TXT'
                   READ MOVMORTO
                       AT END
                           SET FIM-LOG-OK TO TRUE
                       NOT AT END
                           MOVE MMRT-COD-DADOS TO WS-COD-REG
                   END-READ
               WHEN OTHER
                   READ DHISTMORTO
                       AT END
                           SET FIM-LOG-OK TO TRUE
                       NOT AT END
                           MOVE HMRT-COD-DADOS TO WS-COD-REG
                   END-READ
           END-EVALUATE.
           IF FIM-LOG-OK
               GO TO P0425-FIM
           END-IF.

           IF RETL-CONSULTADO
              AND WS-COD-REG EQUAL WS-RETL-COD
               GO TO P0425-FIM
           END-IF.

           MOVE WS-COD-REG TO WS-RETL-COD.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           SET RETL-CONSULTADO TO TRUE.

           IF CODIGO-RETIDO
               SET MORTO-RETIDO TO TRUE
               ADD 1 TO WS-CONT-RETIDOS
               DISPLAY 'LOG ' WS-LOG-CORRENTE ' - CODIGO ' WS-RETL-COD
                       ' SOB RETENCAO LEGAL DESDE ' WS-RETL-DATA
                       ' - NAO EXPURGADO: ' WS-RETL-MOTIVO
               PERFORM P0365-GRAVA-DIARIO-RETENCAO THRU P0365-FIM
           END-IF.
       P0425-FIM.

       P0500-FINALIZA.
           IF ST-POL-OK
               CLOSE RETPOL
           DISPLAY '***********************************************'.
           DISPLAY 'POLITICAS APLICADAS...: ' WS-CONT-POLITICAS.
           DISPLAY 'MORTOS EXPURGADOS.....: ' WS-CONT-EXPURGOS.
           DISPLAY 'MORTOS RETIDOS........: ' WS-CONT-MORTOS-RET.
           DISPLAY 'CODIGOS RETIDOS.......: ' WS-CONT-RETIDOS.
           DISPLAY 'CONSULTE ONLINE + ARQUIVO PELO ARQCONS.'.
           DISPLAY '***********************************************'.
       P0500-FIM.
           MOVE 'ARQCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ARQCAT-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY RETLEGAL.
