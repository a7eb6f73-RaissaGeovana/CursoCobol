      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao dos pagamentos em tres pontas - para o
      *          intervalo de datas de processamento informado, confere
      *          os creditos elegiveis do MOVHIST.TXT (motivo na lista
      *          PAGMOTIV.TXT, a mesma regra do PAGTOGER) contra as
      *          instrucoes do controle PAGCTL.DAT e as instrucoes
      *          pagas contra a interface contabil GLINTERF.AAAAMMDD
      *          gravada pelo GLPOST no mesmo dia. Aponta credito sem
      *          instrucao, instrucao sem credito, instrucao
      *          duplicada, codigo pago duas vezes pelo mesmo
      *          movimento, valor da instrucao diferente do credito e
      *          instrucao paga sem lancamento contabil (ou com valor
      *          diferente). Toda diferenca sai em PAGCONC.AAAAMMDD.TXT
      *          e abre (ou engorda) um caso em CASOS.DAT pelo CASOREG,
      *          para ser trabalhada no CASOMNT como as demais quebras
      *          de conciliacao. Com a retencao na fonte a instrucao
      *          sai pelo liquido: credito e contabil sao conferidos
      *          contra o valor bruto guardado no PAGCTL.
      *          Cancelamento e reemissao (PAGMNT): a cadeia de
      *          reemissoes conta como uma instrucao so do credito,
      *          amarrada pela original; a reemissao paga e conferida
      *          contra a interface contabil da data do credito. Os
      *          valores cancelados e reemitidos saem separados no
      *          resumo do relatorio.
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
              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT PAGMOTIV ASSIGN TO WS-ARQ-PAGMOTIV-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MTV.

              SELECT PAGCTL ASSIGN TO WS-ARQ-PAGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-CTL.

              SELECT GLINTERF ASSIGN TO WS-NOME-GLINTERF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-GLI.

              SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
               88  MOV-CREDITO VALUE 'C'.
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD PAGMOTIV.
       01  RG-PAGMOTIV         PIC X(03).

       FD PAGCTL.
       COPY FD_PAGCTL.

       FD GLINTERF.
      *    MESMO LAYOUT GRAVADO PELO GLPOST.
       01  RG-GLINTERF.
           02  GLI-DATA        PIC 9(08).
           02  GLI-CONTA       PIC X(08).
           02  GLI-DC          PIC X(01).
           02  GLI-VALOR       PIC 9(11)V99.
           02  GLI-ORIGEM      PIC X(08).
           02  GLI-COD-DADOS   PIC 9(07).

       FD RELATORIO.
       01  RG-RELATORIO        PIC X(90).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY CASOREG_WS.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGMOTIV-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-GLI      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GLINTERF     PIC X(60) VALUE SPACES.
       77  WS-NOME-RELATORIO    PIC X(60) VALUE SPACES.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       COPY FD_STATUS REPLACING WS-ST BY WS-ST-MOV.
       77 WS-ST-MTV          PIC 99.
         88 ST-MTV-OK         VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-GLI          PIC 99.
         88 ST-GLI-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-GLI         PIC X.
         88 FIM-GLI-OK        VALUE 'S' FALSE 'N'.
       77 WS-CTL-ABERTO      PIC X     VALUE 'N'.
         88 CTL-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM        PIC 9(08) VALUE ZEROS.
       01 WS-TABELA-MOTIVOS.
          02 WS-MOTIVO-ELEG OCCURS 20 TIMES PIC X(03).
       77 WS-QTD-MOTIVOS     PIC 9(02) VALUE ZEROS.
       77 WS-IDX             PIC 9(02) VALUE ZEROS.
       77 WS-ELEGIVEL        PIC X     VALUE 'N'.
         88 MOVIMENTO-ELEGIVEL         VALUE 'S' FALSE 'N'.
      *    CREDITOS ELEGIVEIS DO INTERVALO, COM QUANTAS INSTRUCOES
      *    (E QUANTAS PAGAS) FORAM AMARRADAS A CADA UM.
       01 WS-TAB-MOVIMENTOS.
          02 WS-MV OCCURS 3000 TIMES.
             03 WS-MV-DATA       PIC 9(08).
             03 WS-MV-COD        PIC 9(07).
             03 WS-MV-VALOR      PIC 9(07)V99.
             03 WS-MV-MOTIVO     PIC X(03).
             03 WS-MV-REF        PIC 9(09).
             03 WS-MV-QTD-INSTR  PIC 9(02).
             03 WS-MV-QTD-PAGAS  PIC 9(02).
       77 WS-QTD-MOV         PIC 9(04) VALUE ZEROS.
       77 WS-IDX-MV          PIC 9(04) VALUE ZEROS.
       77 WS-MV-ACHADO       PIC 9(04) VALUE ZEROS.
       77 WS-MOV-FORA        PIC 9(05) VALUE ZEROS.
      *    PARTIDAS DE DEBITO DA INTERFACE CONTABIL DO DIA DA
      *    INSTRUCAO (UMA POR MOVIMENTO CONTABILIZADO).
       01 WS-TAB-GL.
          02 WS-GL OCCURS 5000 TIMES.
             03 WS-GL-COD        PIC 9(07).
             03 WS-GL-VALOR      PIC 9(11)V99.
             03 WS-GL-USADO      PIC X(01).
       77 WS-QTD-GL          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-GL          PIC 9(04) VALUE ZEROS.
       77 WS-GL-ACHADO       PIC 9(04) VALUE ZEROS.
       77 WS-GL-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-GL-EXISTE       PIC X     VALUE 'N'.
         88 GL-EXISTE                  VALUE 'S' FALSE 'N'.
      *    DADOS DA QUEBRA CORRENTE.
       77 WS-MOTIVO          PIC X(30) VALUE SPACES.
       77 WS-REF-QUEBRA      PIC X(10) VALUE SPACES.
       77 WS-VALOR-NOSSO     PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-EXT       PIC S9(11)V99 VALUE ZEROS.
       77 WS-PAG-BRUTO       PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ED        PIC -ZZZZZZZZ9,99.
       77 WS-EXT-ED          PIC -ZZZZZZZZ9,99.
       77 WS-CONT-CREDITOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-INSTRUCOES PIC 9(07) VALUE ZEROS.
       77 WS-CONT-PAGAS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-QUEBRAS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-INSTR  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-CRED   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DUPLIC     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PAGO-DUAS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-VALOR      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-GL     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CANCELADAS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-REEMITIDAS PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-PAGAS     PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-CANCELADAS PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-REEMITIDAS PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC -ZZZZZZZZZZZZ9,99.
       77 WS-DATA-CONTABIL   PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-CARREGA-CREDITOS THRU P0200-FIM
               PERFORM P0300-CONFERE-INSTRUCOES THRU P0300-FIM
               PERFORM P0400-CONFERE-CREDITOS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** CONCILIACAO DOS PAGAMENTOS *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'DATA DE PROCESSAMENTO INICIAL (AAAAMMDD,'
                   ' VAZIO = HOJE): '
           ACCEPT WS-DATA-INI.
           IF WS-DATA-INI EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-INI
           END-IF.
           DISPLAY 'DATA DE PROCESSAMENTO FINAL (AAAAMMDD,'
                   ' VAZIO = A INICIAL): '
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM EQUAL ZEROS
               MOVE WS-DATA-INI TO WS-DATA-FIM
           END-IF.
           IF WS-DATA-FIM < WS-DATA-INI
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0110-CARREGA-MOTIVOS THRU P0110-FIM.
           IF WS-QTD-MOTIVOS EQUAL ZEROS
               DISPLAY 'NENHUM MOTIVO ELEGIVEL EM PAGMOTIV.TXT -'
                       ' NADA A CONCILIAR.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               DISPLAY 'MOVHIST.TXT INDISPONIVEL - NADA A CONCILIAR.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-CTL-OK TO TRUE.
           OPEN INPUT PAGCTL.
           IF ST-CTL-OK
               SET CTL-ABERTO TO TRUE
           ELSE
               DISPLAY 'CONTROLE DE PAGAMENTOS PAGCTL.DAT'
                       ' INDISPONIVEL - TODO CREDITO SAIRA SEM'
                       ' INSTRUCAO.'
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT RELATORIO.
           IF NOT ST-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE CONCILIACAO.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
               CLOSE MOVHIST
               IF CTL-ABERTO
                   CLOSE PAGCTL
               END-IF
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CONCILIACAO MOVHIST X PAGCTL X GLINTERF - '
                  WS-DATA-INI ' A ' WS-DATA-FIM
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
       P0100-FIM.

       P0110-CARREGA-MOTIVOS.
           MOVE ZEROS TO WS-QTD-MOTIVOS.
           SET FIM-OK TO FALSE.

           SET ST-MTV-OK TO TRUE.
           OPEN INPUT PAGMOTIV.
           IF NOT ST-MTV-OK
               GO TO P0110-FIM
           END-IF.

           PERFORM P0115-LE-MOTIVO THRU P0115-FIM
                   UNTIL FIM-OK OR WS-QTD-MOTIVOS >= 20.

           CLOSE PAGMOTIV.
           SET FIM-OK TO FALSE.
       P0110-FIM.

       P0115-LE-MOTIVO.
           READ PAGMOTIV
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF RG-PAGMOTIV NOT EQUAL SPACES
                       ADD 1 TO WS-QTD-MOTIVOS
                       MOVE RG-PAGMOTIV
                         TO WS-MOTIVO-ELEG(WS-QTD-MOTIVOS)
                   END-IF
           END-READ.
       P0115-FIM.

       P0200-CARREGA-CREDITOS.
      *    SO OS CREDITOS QUE O PAGTOGER TRANSFORMARIA EM INSTRUCAO:
      *    TIPO C, MOTIVO ELEGIVEL E DATA DE PROCESSAMENTO NO
      *    INTERVALO.
           PERFORM P0210-LE-MOVIMENTO THRU P0210-FIM
                   UNTIL FIM-OK.
           CLOSE MOVHIST.
           SET FIM-OK TO FALSE.

           IF WS-MOV-FORA > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'ALERTA: TABELA DE CREDITOS CHEIA (3000) - '
                      WS-MOV-FORA ' CREDITO(S) FORA DA CONCILIACAO;'
                      ' REDUZA O INTERVALO.'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               DISPLAY WS-LINHA-RELATORIO
           END-IF.
       P0200-FIM.

       P0210-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           IF NOT MOV-CREDITO
              OR MOV-DATA-PROC < WS-DATA-INI
              OR MOV-DATA-PROC > WS-DATA-FIM
               GO TO P0210-FIM
           END-IF.

           SET MOVIMENTO-ELEGIVEL TO FALSE.
           MOVE 1 TO WS-IDX.
           PERFORM P0215-TESTA-MOTIVO THRU P0215-FIM
                   UNTIL MOVIMENTO-ELEGIVEL
                      OR WS-IDX > WS-QTD-MOTIVOS.
           IF NOT MOVIMENTO-ELEGIVEL
               GO TO P0210-FIM
           END-IF.

           ADD 1 TO WS-CONT-CREDITOS.
           IF WS-QTD-MOV >= 3000
               ADD 1 TO WS-MOV-FORA
               GO TO P0210-FIM
           END-IF.

           ADD 1 TO WS-QTD-MOV.
           MOVE MOV-DATA-PROC  TO WS-MV-DATA(WS-QTD-MOV).
           MOVE MOV-COD-DADOS  TO WS-MV-COD(WS-QTD-MOV).
           MOVE MOV-VALOR      TO WS-MV-VALOR(WS-QTD-MOV).
           MOVE MOV-MOTIVO     TO WS-MV-MOTIVO(WS-QTD-MOV).
           MOVE MOV-REFERENCIA TO WS-MV-REF(WS-QTD-MOV).
           MOVE ZEROS TO WS-MV-QTD-INSTR(WS-QTD-MOV)
                         WS-MV-QTD-PAGAS(WS-QTD-MOV).
       P0210-FIM.

       P0215-TESTA-MOTIVO.
           IF WS-MOTIVO-ELEG(WS-IDX) EQUAL MOV-MOTIVO
               SET MOVIMENTO-ELEGIVEL TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
       P0215-FIM.

       P0300-CONFERE-INSTRUCOES.
      *    CADA INSTRUCAO DO INTERVALO E AMARRADA AO SEU CREDITO E,
      *    SE PAGA, A PARTIDA DA INTERFACE CONTABIL DO MESMO DIA.
           IF NOT CTL-ABERTO
               GO TO P0300-FIM
           END-IF.

           MOVE WS-DATA-INI TO PAG-DATA.
           MOVE ZEROS       TO PAG-SEQ.
           START PAGCTL KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   GO TO P0300-FIM
           END-START.

           PERFORM P0310-LE-INSTRUCAO THRU P0310-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
       P0300-FIM.

       P0310-LE-INSTRUCAO.
           READ PAGCTL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

           IF PAG-DATA > WS-DATA-FIM
               SET FIM-OK TO TRUE
               GO TO P0310-FIM
           END-IF.

           ADD 1 TO WS-CONT-INSTRUCOES.
      *    INSTRUCAO ANTERIOR A RETENCAO NAO TEM BRUTO: O VALOR DELA
      *    E O PROPRIO CREDITO.
           IF PAG-VALOR-BRUTO EQUAL ZEROS
               MOVE PAG-VALOR TO WS-PAG-BRUTO
           ELSE
               MOVE PAG-VALOR-BRUTO TO WS-PAG-BRUTO
           END-IF.
           IF PAG-PAGA
               ADD 1 TO WS-CONT-PAGAS
               ADD PAG-VALOR TO WS-VALOR-PAGAS
           END-IF.
           IF PAG-CANCELADA
               ADD 1 TO WS-CONT-CANCELADAS
               ADD PAG-VALOR TO WS-VALOR-CANCELADAS
           END-IF.
      *    O CONTABIL DO CREDITO SAI NA DATA DE PROCESSAMENTO DELE,
      *    QUE A REEMISSAO HERDA.
           IF PAG-DATA-MOVTO EQUAL ZEROS
               MOVE PAG-DATA TO WS-DATA-CONTABIL
           ELSE
               MOVE PAG-DATA-MOVTO TO WS-DATA-CONTABIL
           END-IF.

           IF PAG-ORIG-DATA NOT EQUAL ZEROS
               PERFORM P0330-CONFERE-REEMISSAO THRU P0330-FIM
               GO TO P0310-FIM
           END-IF.

           PERFORM P0320-LOCALIZA-CREDITO THRU P0320-FIM.

           IF WS-MV-ACHADO EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-CRED
               MOVE 'INSTRUCAO SEM CREDITO' TO WS-MOTIVO
               MOVE ZEROS     TO WS-VALOR-NOSSO
               MOVE WS-PAG-BRUTO TO WS-VALOR-EXT
               PERFORM P0350-REF-INSTRUCAO THRU P0350-FIM
               PERFORM P0600-REGISTRA-QUEBRA THRU P0600-FIM
           ELSE
               ADD 1 TO WS-MV-QTD-INSTR(WS-MV-ACHADO)
               IF PAG-PAGA
                   ADD 1 TO WS-MV-QTD-PAGAS(WS-MV-ACHADO)
               END-IF
               IF WS-PAG-BRUTO NOT EQUAL WS-MV-VALOR(WS-MV-ACHADO)
                   ADD 1 TO WS-CONT-VALOR
                   MOVE 'VALOR DA INSTRUCAO DIFERENTE' TO WS-MOTIVO
                   MOVE WS-MV-VALOR(WS-MV-ACHADO) TO WS-VALOR-NOSSO
                   MOVE WS-PAG-BRUTO TO WS-VALOR-EXT
                   PERFORM P0350-REF-INSTRUCAO THRU P0350-FIM
                   PERFORM P0600-REGISTRA-QUEBRA THRU P0600-FIM
               END-IF
           END-IF.

           IF PAG-PAGA
               PERFORM P0360-CONFERE-CONTABIL THRU P0360-FIM
           END-IF.
       P0310-FIM.

       P0320-LOCALIZA-CREDITO.
      *    PELA REFERENCIA DO MOVIMENTO; INSTRUCAO ANTERIOR A
      *    REFERENCIA (ZERO) VAI PELO PRIMEIRO CREDITO AINDA LIVRE DO
      *    MESMO DIA, CODIGO E MOTIVO - DE PREFERENCIA DO MESMO VALOR.
           MOVE ZEROS TO WS-MV-ACHADO.
           MOVE 1 TO WS-IDX-MV.
           IF PAG-REFERENCIA NOT EQUAL ZEROS
               PERFORM P0322-COMPARA-REFERENCIA THRU P0322-FIM
                       UNTIL WS-MV-ACHADO > ZEROS
                          OR WS-IDX-MV > WS-QTD-MOV
               GO TO P0320-FIM
           END-IF.

           PERFORM P0324-COMPARA-LIVRE THRU P0324-FIM
                   UNTIL WS-MV-ACHADO > ZEROS
                      OR WS-IDX-MV > WS-QTD-MOV.
           IF WS-MV-ACHADO EQUAL ZEROS
               MOVE 1 TO WS-IDX-MV
               PERFORM P0326-COMPARA-SEM-VALOR THRU P0326-FIM
                       UNTIL WS-MV-ACHADO > ZEROS
                          OR WS-IDX-MV > WS-QTD-MOV
           END-IF.
       P0320-FIM.

       P0322-COMPARA-REFERENCIA.
           IF WS-MV-REF(WS-IDX-MV) EQUAL PAG-REFERENCIA
               MOVE WS-IDX-MV TO WS-MV-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-MV.
       P0322-FIM.

       P0324-COMPARA-LIVRE.
           IF WS-MV-DATA(WS-IDX-MV)   EQUAL PAG-DATA
              AND WS-MV-COD(WS-IDX-MV)    EQUAL PAG-COD-DADOS
              AND WS-MV-MOTIVO(WS-IDX-MV) EQUAL PAG-MOTIVO
              AND WS-MV-VALOR(WS-IDX-MV)  EQUAL WS-PAG-BRUTO
              AND WS-MV-QTD-INSTR(WS-IDX-MV) EQUAL ZEROS
               MOVE WS-IDX-MV TO WS-MV-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-MV.
       P0324-FIM.

       P0326-COMPARA-SEM-VALOR.
           IF WS-MV-DATA(WS-IDX-MV)   EQUAL PAG-DATA
              AND WS-MV-COD(WS-IDX-MV)    EQUAL PAG-COD-DADOS
              AND WS-MV-MOTIVO(WS-IDX-MV) EQUAL PAG-MOTIVO
              AND WS-MV-QTD-INSTR(WS-IDX-MV) EQUAL ZEROS
               MOVE WS-IDX-MV TO WS-MV-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-MV.
       P0326-FIM.

       P0330-CONFERE-REEMISSAO.
      *    O CREDITO DA REEMISSAO JA FOI AMARRADO PELA INSTRUCAO
      *    ORIGINAL DA CADEIA: AQUI SO CONTA A PAGA PARA O PAGAMENTO
      *    EM DUPLICIDADE E CONFERE O CONTABIL.
           ADD 1 TO WS-CONT-REEMITIDAS.
           ADD PAG-VALOR TO WS-VALOR-REEMITIDAS.

           MOVE ZEROS TO WS-MV-ACHADO.
           MOVE 1 TO WS-IDX-MV.
           IF PAG-REFERENCIA NOT EQUAL ZEROS
               PERFORM P0322-COMPARA-REFERENCIA THRU P0322-FIM
                       UNTIL WS-MV-ACHADO > ZEROS
                          OR WS-IDX-MV > WS-QTD-MOV
           END-IF.

           IF PAG-PAGA
               IF WS-MV-ACHADO > ZEROS
                   ADD 1 TO WS-MV-QTD-PAGAS(WS-MV-ACHADO)
               END-IF
               PERFORM P0360-CONFERE-CONTABIL THRU P0360-FIM
           END-IF.
       P0330-FIM.

       P0350-REF-INSTRUCAO.
      *    QUEBRA DE INSTRUCAO: REFERENCIA DO CASO E A DATA (AAMMDD)
      *    E A SEQUENCIA DA INSTRUCAO.
           MOVE SPACES TO WS-REF-QUEBRA.
           STRING PAG-DATA(3:6) PAG-SEQ(2:4)
                  DELIMITED BY SIZE INTO WS-REF-QUEBRA.
       P0350-FIM.

       P0360-CONFERE-CONTABIL.
      *    O GLPOST GRAVA UMA PARTIDA DE DEBITO POR MOVIMENTO NA
      *    INTERFACE DA DATA DE PROCESSAMENTO - A MESMA DATA DA
      *    INSTRUCAO. CADA PARTIDA SO AMARRA UMA INSTRUCAO.
           IF WS-DATA-CONTABIL NOT EQUAL WS-GL-DATA
               PERFORM P0370-CARREGA-CONTABIL THRU P0370-FIM
           END-IF.

           MOVE ZEROS TO WS-GL-ACHADO.
           MOVE 1 TO WS-IDX-GL.
           PERFORM P0362-COMPARA-PARTIDA THRU P0362-FIM
                   UNTIL WS-GL-ACHADO > ZEROS
                      OR WS-IDX-GL > WS-QTD-GL.
           IF WS-GL-ACHADO > ZEROS
               MOVE 'S' TO WS-GL-USADO(WS-GL-ACHADO)
               GO TO P0360-FIM
           END-IF.

           MOVE 1 TO WS-IDX-GL.
           PERFORM P0364-COMPARA-CODIGO THRU P0364-FIM
                   UNTIL WS-GL-ACHADO > ZEROS
                      OR WS-IDX-GL > WS-QTD-GL.

           PERFORM P0350-REF-INSTRUCAO THRU P0350-FIM.
           MOVE WS-PAG-BRUTO TO WS-VALOR-NOSSO.
           IF WS-GL-ACHADO > ZEROS
               MOVE 'S' TO WS-GL-USADO(WS-GL-ACHADO)
               ADD 1 TO WS-CONT-VALOR
               MOVE 'VALOR CONTABIL DIFERENTE' TO WS-MOTIVO
               MOVE WS-GL-VALOR(WS-GL-ACHADO) TO WS-VALOR-EXT
           ELSE
               ADD 1 TO WS-CONT-SEM-GL
               IF GL-EXISTE
                   MOVE 'PAGA SEM LANCAMENTO CONTABIL' TO WS-MOTIVO
               ELSE
                   MOVE 'PAGA SEM INTERFACE CONTABIL' TO WS-MOTIVO
               END-IF
               MOVE ZEROS TO WS-VALOR-EXT
           END-IF.
           PERFORM P0600-REGISTRA-QUEBRA THRU P0600-FIM.
       P0360-FIM.

       P0362-COMPARA-PARTIDA.
           IF WS-GL-USADO(WS-IDX-GL) EQUAL 'N'
              AND WS-GL-COD(WS-IDX-GL)   EQUAL PAG-COD-DADOS
              AND WS-GL-VALOR(WS-IDX-GL) EQUAL WS-PAG-BRUTO
               MOVE WS-IDX-GL TO WS-GL-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-GL.
       P0362-FIM.

       P0364-COMPARA-CODIGO.
           IF WS-GL-USADO(WS-IDX-GL) EQUAL 'N'
              AND WS-GL-COD(WS-IDX-GL) EQUAL PAG-COD-DADOS
               MOVE WS-IDX-GL TO WS-GL-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-GL.
       P0364-FIM.

       P0370-CARREGA-CONTABIL.
           MOVE WS-DATA-CONTABIL TO WS-GL-DATA.
           MOVE ZEROS TO WS-QTD-GL.
           SET GL-EXISTE TO FALSE.

           MOVE SPACES TO WS-NOME-GLINTERF.
           STRING WS-ARQ-PREF-GLI DELIMITED BY SPACE
                  WS-GL-DATA
                  DELIMITED BY SIZE INTO WS-NOME-GLINTERF.

           SET ST-GLI-OK TO TRUE.
           OPEN INPUT GLINTERF.
           IF NOT ST-GLI-OK
               GO TO P0370-FIM
           END-IF.
           SET GL-EXISTE TO TRUE.

           SET FIM-GLI-OK TO FALSE.
           PERFORM P0375-LE-PARTIDA THRU P0375-FIM
                   UNTIL FIM-GLI-OK.
           CLOSE GLINTERF.
       P0370-FIM.

       P0375-LE-PARTIDA.
           READ GLINTERF
               AT END
                   SET FIM-GLI-OK TO TRUE
                   GO TO P0375-FIM
           END-READ.

           IF GLI-DC NOT EQUAL 'D'
              OR GLI-ORIGEM NOT EQUAL 'LANCTOS '
               GO TO P0375-FIM
           END-IF.

           IF WS-QTD-GL >= 5000
               DISPLAY 'ALERTA: INTERFACE ' WS-GL-DATA
                       ' COM MAIS DE 5000 PARTIDAS - EXCEDENTE'
                       ' IGNORADO.'
               SET FIM-GLI-OK TO TRUE
               GO TO P0375-FIM
           END-IF.

           ADD 1 TO WS-QTD-GL.
           MOVE GLI-COD-DADOS TO WS-GL-COD(WS-QTD-GL).
           MOVE GLI-VALOR     TO WS-GL-VALOR(WS-QTD-GL).
           MOVE 'N'           TO WS-GL-USADO(WS-QTD-GL).
       P0375-FIM.

       P0400-CONFERE-CREDITOS.
      *    TODO CREDITO ELEGIVEL TEM DE TER EXATAMENTE UMA INSTRUCAO
      *    E NO MAXIMO UMA PAGA.
           MOVE 1 TO WS-IDX-MV.
           PERFORM P0410-CONFERE-CREDITO THRU P0410-FIM
                   UNTIL WS-IDX-MV > WS-QTD-MOV.
       P0400-FIM.

       P0410-CONFERE-CREDITO.
           MOVE SPACES TO WS-REF-QUEBRA.
           IF WS-MV-REF(WS-IDX-MV) NOT EQUAL ZEROS
               STRING 'M' WS-MV-REF(WS-IDX-MV)
                      DELIMITED BY SIZE INTO WS-REF-QUEBRA
           ELSE
               STRING 'C' WS-MV-COD(WS-IDX-MV)
                      DELIMITED BY SIZE INTO WS-REF-QUEBRA
           END-IF.
           MOVE WS-MV-VALOR(WS-IDX-MV) TO WS-VALOR-NOSSO.
           MOVE ZEROS TO WS-VALOR-EXT.

           IF WS-MV-QTD-INSTR(WS-IDX-MV) EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-INSTR
               MOVE 'CREDITO SEM INSTRUCAO' TO WS-MOTIVO
               PERFORM P0600-REGISTRA-QUEBRA THRU P0600-FIM
           END-IF.

           IF WS-MV-QTD-INSTR(WS-IDX-MV) > 1
               ADD 1 TO WS-CONT-DUPLIC
               MOVE 'INSTRUCAO DUPLICADA' TO WS-MOTIVO
               COMPUTE WS-VALOR-EXT = WS-MV-VALOR(WS-IDX-MV)
                                    * WS-MV-QTD-INSTR(WS-IDX-MV)
               PERFORM P0600-REGISTRA-QUEBRA THRU P0600-FIM
           END-IF.

           IF WS-MV-QTD-PAGAS(WS-IDX-MV) > 1
               ADD 1 TO WS-CONT-PAGO-DUAS
               MOVE 'CODIGO PAGO EM DUPLICIDADE' TO WS-MOTIVO
               COMPUTE WS-VALOR-EXT = WS-MV-VALOR(WS-IDX-MV)
                                    * WS-MV-QTD-PAGAS(WS-IDX-MV)
               PERFORM P0600-REGISTRA-QUEBRA THRU P0600-FIM
           END-IF.

           ADD 1 TO WS-IDX-MV.
       P0410-FIM.

       P0600-REGISTRA-QUEBRA.
      *    TODA DIFERENCA SAI NO RELATORIO E VIRA (OU ENGORDA) UM
      *    CASO EM CASOS.DAT PARA A FILA DO CASOMNT.
           ADD 1 TO WS-CONT-QUEBRAS.
           MOVE WS-VALOR-NOSSO TO WS-VALOR-ED.
           MOVE WS-VALOR-EXT   TO WS-EXT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-REF-QUEBRA ' ' WS-MOTIVO
                  ' NOSSO ' WS-VALOR-ED ' OUTRO ' WS-EXT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.

           MOVE 'PAGCONC '     TO CASO-ORIGEM.
           MOVE WS-REF-QUEBRA  TO CASO-REFERENCIA.
           MOVE WS-MOTIVO      TO CASO-DESCRICAO.
           MOVE WS-VALOR-NOSSO TO CASO-VALOR-NOSSO.
           MOVE WS-VALOR-EXT   TO CASO-VALOR-EXT.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CASOREG'
               USING WS-CASO-AREA.
           IF CASO-RETORNO EQUAL 90
               DISPLAY 'ARQUIVO DE CASOS INDISPONIVEL.'
           END-IF.
       P0600-FIM.

       P0500-FINALIZA.
           IF FIM-OK
               GO TO P0500-FIM
           END-IF.
           IF CTL-ABERTO
               CLOSE PAGCTL
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CREDITOS ELEGIVEIS: ' WS-CONT-CREDITOS
                  '  INSTRUCOES: ' WS-CONT-INSTRUCOES
                  '  PAGAS: ' WS-CONT-PAGAS
                  '  QUEBRAS: ' WS-CONT-QUEBRAS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
      *    TESOURARIA: PAGO, CANCELADO E REEMITIDO EM SEPARADO
      *    (VALORES LIQUIDOS MANDADOS AO BANCO).
           MOVE WS-VALOR-PAGAS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PAGAS.......: ' WS-CONT-PAGAS
                  '  VALOR: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-VALOR-CANCELADAS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CANCELADAS..: ' WS-CONT-CANCELADAS
                  '  VALOR: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-VALOR-REEMITIDAS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'REEMITIDAS..: ' WS-CONT-REEMITIDAS
                  '  VALOR: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY '***********************************************'.
           DISPLAY 'CREDITOS ELEGIVEIS....: ' WS-CONT-CREDITOS.
           DISPLAY 'INSTRUCOES NO PERIODO.: ' WS-CONT-INSTRUCOES.
           DISPLAY 'INSTRUCOES PAGAS......: ' WS-CONT-PAGAS.
           MOVE WS-VALOR-CANCELADAS TO WS-TOTAL-ED.
           DISPLAY 'CANCELADAS............: ' WS-CONT-CANCELADAS
                   ' - ' WS-TOTAL-ED.
           MOVE WS-VALOR-REEMITIDAS TO WS-TOTAL-ED.
           DISPLAY 'REEMITIDAS............: ' WS-CONT-REEMITIDAS
                   ' - ' WS-TOTAL-ED.
           DISPLAY 'CREDITO SEM INSTRUCAO.: ' WS-CONT-SEM-INSTR.
           DISPLAY 'INSTRUCAO SEM CREDITO.: ' WS-CONT-SEM-CRED.
           DISPLAY 'INSTRUCAO DUPLICADA...: ' WS-CONT-DUPLIC.
           DISPLAY 'PAGO EM DUPLICIDADE...: ' WS-CONT-PAGO-DUAS.
           DISPLAY 'VALOR DIVERGENTE......: ' WS-CONT-VALOR.
           DISPLAY 'PAGA SEM CONTABIL.....: ' WS-CONT-SEM-GL.
           DISPLAY 'RELATORIO GRAVADO EM PAGCONC.' WS-HOJE '.TXT'.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG REPLACING WS-ST BY WS-ST-MOV.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'PAGMOTIV.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGMOTIV-TXT.
           MOVE 'PAGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-DAT.
           MOVE 'GLINTERF.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-GLI.
           MOVE 'PAGCONC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
