      *          (quantidade e soma de valor) e registra cada
      *          instrucao no controle PAGCTL.DAT com a situacao
      *          ENVIADA - o retorno do banco e aplicado pelo
      *          PAGTORET. A instrucao guarda a referencia do
      *          movimento de origem para a conciliacao PAGCONC.
      *          Sobre o valor do credito aplica a aliquota de
      *          retencao na fonte vigente para o motivo (tabela
      *          RETENCAO.DAT do RETENMNT): o banco recebe o liquido
      *          e o PAGCTL guarda bruto, retido e liquido para o
      *          informe anual de rendimentos (INFREND).
      *          Credito de codigo dormente (DORMENC.DAT) nao gera
      *          instrucao: fica de fora e e listado na corrida.
      *          Cancelamento e reemissao de instrucao sao feitos
      *          pelo supervisor no PAGMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PAG.

              SELECT RETENCAO ASSIGN TO WS-ARQ-RETENCAO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RTC-CHAVE
              FILE STATUS IS WS-ST-RTC.

              SELECT PAGCTL ASSIGN TO WS-ARQ-PAGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-CTL.

              SELECT SAIDACTL ASSIGN TO WS-ARQ-SAIDACTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SAI-DATA
              FILE STATUS IS WS-ST-SAICTL.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-SAISIS.

              SELECT DORMENCIA ASSIGN TO WS-ARQ-DORMENCIA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DORM-COD-DADOS
              FILE STATUS IS WS-ST-DRM.

              SELECT DORMCFG ASSIGN TO WS-ARQ-DORMCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DCF.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD PAGMOTIV.
       01  RG-PAGMOTIV         PIC X(03).
           02  PCT-VALOR-TOTAL PIC 9(13)V99.
           02  FILLER          PIC X(06).

       FD RETENCAO.
       COPY FD_RETENCAO.

       FD PAGCTL.
       COPY FD_PAGCTL.

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD DORMENCIA.
       COPY FD_DORMENCIA.

       FD DORMCFG.
       01  RG-DORMCFG          PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SAIDACTL_WS.
       COPY DORMENCIA_WS.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGMOTIV-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETENCAO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-PAG      PIC X(60) VALUE SPACES.
       77  WS-ARQ-SAIDACTL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMENCIA-DAT PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMCFG-TXT   PIC X(60) VALUE SPACES.
       77  WS-NOME-PAGINSTR     PIC X(60) VALUE SPACES.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
         88 ST-PAG-OK         VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-RTC          PIC 99.
         88 ST-RTC-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-INSTRUCAO   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GERADAS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DORMENTES  PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-DORMENTES PIC 9(13)V99 VALUE ZEROS.
       77 WS-VALOR-TOTAL     PIC 9(13)V99 VALUE ZEROS.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.
       01 WS-TABELA-RETENCAO.
          02 WS-RT-ITEM OCCURS 20 TIMES.
             03 WS-RT-MOTIVO     PIC X(03).
             03 WS-RT-VIGENCIA   PIC 9(08).
             03 WS-RT-ALIQUOTA   PIC 9(03)V9(04).
       77 WS-QTD-RETENCAO    PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RT          PIC 9(02) VALUE ZEROS.
       77 WS-RT-ACHADO       PIC 9(02) VALUE ZEROS.
       77 WS-ALIQUOTA        PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-VALOR-BRUTO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-RETIDO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-LIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-RETIDO-TOTAL    PIC 9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           IF SAIDA-BLOQUEADA
      *        INTERFACE DE SAIDA NAO RODA CONTRA DADOS DE TREINO
      *        NEM NO ENSAIO DA CADEIA NOTURNA.
               DISPLAY 'AMBIENTE DE TREINAMENTO/ENSAIO - INTERFACE'
                       ' DE SAIDA BLOQUEADA.'
               STOP RUN
           END-IF.
           PERFORM 9400-VERIFICA-SAIDA THRU 9400-FIM.
           IF SAIDA-RETIDA
      *        SAIDAS DA ULTIMA CORRIDA RETIDAS OU CANCELADAS NA
      *        CONFERENCIA DE TOLERANCIA - NADA SAI PARA FORA.
               DISPLAY 'INTERFACE DE SAIDA RECUSADA.'
               STOP RUN
           END-IF.
           PERFORM P0100-INICIO   THRU P0100-FIM.
               GO TO P0100-FIM
           END-IF.

           PERFORM P0120-CARREGA-RETENCAO THRU P0120-FIM.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
           END-READ.
       P0115-FIM.

       P0120-CARREGA-RETENCAO.
      *    A TABELA VEM EM ORDEM DE MOTIVO E VIGENCIA: A ULTIMA
      *    VIGENCIA NAO POSTERIOR A DATA GERADA E A QUE FICA. SEM
      *    RETENCAO.DAT NENHUM MOTIVO RETEM.
           MOVE ZEROS TO WS-QTD-RETENCAO.
           SET FIM-OK TO FALSE.

           SET ST-RTC-OK TO TRUE.
           OPEN INPUT RETENCAO.
           IF NOT ST-RTC-OK
               DISPLAY 'TABELA DE RETENCAO INDISPONIVEL - INSTRUCOES'
                       ' SEM RETENCAO NA FONTE.'
               GO TO P0120-FIM
           END-IF.

           PERFORM P0125-LE-RETENCAO THRU P0125-FIM
                   UNTIL FIM-OK.

           CLOSE RETENCAO.
           SET FIM-OK TO FALSE.
       P0120-FIM.

       P0125-LE-RETENCAO.
           READ RETENCAO NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0125-FIM
           END-READ.

           IF RTC-VIGENCIA > WS-DATA-GERAR
               GO TO P0125-FIM
           END-IF.

           IF WS-QTD-RETENCAO > ZEROS
              AND WS-RT-MOTIVO(WS-QTD-RETENCAO) EQUAL RTC-MOTIVO
               MOVE RTC-VIGENCIA TO WS-RT-VIGENCIA(WS-QTD-RETENCAO)
               MOVE RTC-ALIQUOTA TO WS-RT-ALIQUOTA(WS-QTD-RETENCAO)
               GO TO P0125-FIM
           END-IF.

           IF WS-QTD-RETENCAO >= 20
               DISPLAY 'ALERTA: TABELA DE RETENCAO CHEIA (20) -'
                       ' MOTIVO ' RTC-MOTIVO ' FICOU DE FORA.'
               GO TO P0125-FIM
           END-IF.

           ADD 1 TO WS-QTD-RETENCAO.
           MOVE RTC-MOTIVO   TO WS-RT-MOTIVO(WS-QTD-RETENCAO).
           MOVE RTC-VIGENCIA TO WS-RT-VIGENCIA(WS-QTD-RETENCAO).
           MOVE RTC-ALIQUOTA TO WS-RT-ALIQUOTA(WS-QTD-RETENCAO).
       P0125-FIM.

       P0200-PROCESSA.
           READ MOVHIST
               AT END
                   UNTIL MOVIMENTO-ELEGIVEL
                      OR WS-IDX > WS-QTD-MOTIVOS.

           IF NOT MOVIMENTO-ELEGIVEL
               GO TO P0210-FIM
           END-IF.

      *    CODIGO DORMENTE NAO RECEBE PAGAMENTO.
           MOVE MOV-COD-DADOS TO WS-DRM-COD.
           PERFORM 9380-CONSULTA-DORMENCIA THRU 9380-FIM.
           IF CODIGO-DORMENTE
               ADD 1 TO WS-CONT-DORMENTES
               ADD MOV-VALOR TO WS-VALOR-DORMENTES
               MOVE MOV-VALOR TO WS-VALOR-ED
               DISPLAY 'CODIGO ' MOV-COD-DADOS ' DORMENTE DESDE '
                       WS-DRM-DESDE ' - CREDITO ' WS-VALOR-ED
                       ' NAO GERADO.'
               GO TO P0210-FIM
           END-IF.

           PERFORM P0220-GERA-INSTRUCAO THRU P0220-FIM.
       P0210-FIM.

       P0215-TESTA-MOTIVO.

       P0220-GERA-INSTRUCAO.
           ADD 1 TO WS-SEQ-INSTRUCAO.
           PERFORM P0225-CALCULA-RETENCAO THRU P0225-FIM.

           MOVE WS-DATA-GERAR   TO PIN-DATA.
           MOVE WS-SEQ-INSTRUCAO TO PIN-SEQ.
           MOVE MOV-COD-DADOS   TO PIN-COD-DADOS.
           MOVE WS-VALOR-LIQUIDO TO PIN-VALOR.
           MOVE MOV-MOTIVO      TO PIN-MOTIVO.
           WRITE RG-PAGINSTR.

           ADD 1 TO WS-CONT-GERADAS.
           ADD WS-VALOR-LIQUIDO TO WS-VALOR-TOTAL.
           ADD WS-VALOR-RETIDO  TO WS-RETIDO-TOTAL.

           PERFORM P0230-REGISTRA-CONTROLE THRU P0230-FIM.
       P0220-FIM.

       P0225-CALCULA-RETENCAO.
      *    RETIDO = BRUTO X ALIQUOTA DO MOTIVO, ARREDONDADO NO
      *    CENTAVO; O BANCO RECEBE O LIQUIDO.
           MOVE MOV-VALOR TO WS-VALOR-BRUTO.
           MOVE ZEROS TO WS-ALIQUOTA WS-VALOR-RETIDO WS-RT-ACHADO.
           MOVE 1 TO WS-IDX-RT.
           PERFORM P0227-PROCURA-ALIQUOTA THRU P0227-FIM
                   UNTIL WS-RT-ACHADO > ZEROS
                      OR WS-IDX-RT > WS-QTD-RETENCAO.

           IF WS-RT-ACHADO > ZEROS
               MOVE WS-RT-ALIQUOTA(WS-RT-ACHADO) TO WS-ALIQUOTA
               COMPUTE WS-VALOR-RETIDO ROUNDED =
                       WS-VALOR-BRUTO * WS-ALIQUOTA / 100
           END-IF.

           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-RETIDO.
       P0225-FIM.

       P0227-PROCURA-ALIQUOTA.
           IF WS-RT-MOTIVO(WS-IDX-RT) EQUAL MOV-MOTIVO
               MOVE WS-IDX-RT TO WS-RT-ACHADO
           ELSE
               ADD 1 TO WS-IDX-RT
           END-IF.
       P0227-FIM.

       P0230-REGISTRA-CONTROLE.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O PAGCTL.
               MOVE WS-DATA-GERAR    TO PAG-DATA
               MOVE WS-SEQ-INSTRUCAO TO PAG-SEQ
               MOVE MOV-COD-DADOS    TO PAG-COD-DADOS
               MOVE WS-VALOR-LIQUIDO TO PAG-VALOR
               MOVE WS-VALOR-BRUTO   TO PAG-VALOR-BRUTO
               MOVE WS-VALOR-RETIDO  TO PAG-VALOR-RETIDO
               MOVE WS-ALIQUOTA      TO PAG-ALIQUOTA
               MOVE MOV-MOTIVO       TO PAG-MOTIVO
               SET PAG-ENVIADA TO TRUE
               MOVE WS-NOME-PAGINSTR TO PAG-ARQUIVO
               MOVE MOV-REFERENCIA   TO PAG-REFERENCIA
               MOVE WS-DATA-GERAR    TO PAG-DATA-MOVTO
               MOVE ZEROS            TO PAG-ORIGEM PAG-REEMISSAO
                                        PAG-CANC-DATA PAG-CANC-HORA
               MOVE 'PAGTOGER'       TO PAG-EMITIDO-POR
               MOVE SPACES           TO PAG-CANC-OPERADOR
                                        PAG-CANC-MOTIVO
               WRITE RG-PAGCTL
                   INVALID KEY
                       REWRITE RG-PAGCTL
               MOVE WS-VALOR-TOTAL TO WS-VALOR-ED
               DISPLAY 'INSTRUCOES GRAVADAS EM PAGINSTR.'
                       WS-DATA-GERAR ' - TOTAL ' WS-VALOR-ED
               MOVE WS-RETIDO-TOTAL TO WS-VALOR-ED
               DISPLAY 'RETIDO NA FONTE.......: ' WS-VALOR-ED
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'CREDITOS DO DIA LIDOS.: ' WS-CONT-LIDOS.
           DISPLAY 'INSTRUCOES GERADAS....: ' WS-CONT-GERADAS.
           IF WS-CONT-DORMENTES > ZEROS
               MOVE WS-VALOR-DORMENTES TO WS-VALOR-ED
               DISPLAY 'CREDITOS DE DORMENTES.: ' WS-CONT-DORMENTES
                       ' - ' WS-VALOR-ED ' (NAO GERADOS)'
           END-IF.
           DISPLAY 'APLIQUE O RETORNO DO BANCO PELO PAGTORET.'.
           DISPLAY '***********************************************'.
       P0500-FIM.
           MOVE 'PAGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-DAT.
           MOVE 'RETENCAO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETENCAO-DAT.
           MOVE 'PAGINSTR.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-PAG.
           MOVE 'SAIDACTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SAIDACTL-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
           MOVE 'DORMENC.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMENCIA-DAT.
           MOVE 'DORMCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMCFG-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY SAIDACTL.

       COPY DORMENCIA.
