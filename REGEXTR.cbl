      *          (periodo, arquivo, totais, situacao e numero da
      *          via); a opcao de situacao marca aceito/rejeitado
      *          pelo regulador e a resubmissao gera nova via, como o
      *          RETRANS faz com o parceiro. Periodo reapresentado
      *          pelo AJUSTPER (ajuste de periodo anterior) fica
      *          pendente de resubmissao no controle e e conferido
      *          contra os totais reapresentados. Nao roda em
      *          ambiente de treinamento. Antes do trailer sai um
      *          subtotal (tipo 08) por empresa do departamento,
      *          conferido contra os totais por empresa do fechamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS RCTL-PERIODO
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

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_FECHMES.

       FD REGARQ.
      *    LAYOUT LEGAL DO REGULADOR: TIPO 01 CABECALHO, 02 DETALHE,
      *    08 SUBTOTAL POR EMPRESA E 09 TRAILER COM OS TOTAIS DE
      *    CONFERENCIA.
       01  RG-REGARQ.
           02  REG-TIPO        PIC X(02).
           02  REG-PERIODO-D   PIC 9(06).
           02  RCT-QUANTIDADE  PIC 9(07).
           02  RCT-VALOR-TOTAL PIC 9(13)V99.
           02  RCT-VIA         PIC 9(02).
           02  RCT-EMPRESA     PIC X(04).
           02  FILLER          PIC X(27).

       FD REGCTL.
       COPY FD_REGCTL.

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SAIDACTL_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-FECHMES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-REGCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REG      PIC X(60) VALUE SPACES.
       77  WS-ARQ-SAIDACTL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-NOME-REGARQ       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY EMPRSRV_WS.
       COPY EMPTOT_WS.
       77 WS-ST-FECH         PIC 99.
         88 ST-FECH-OK        VALUE 0.
       77 WS-ST-REG          PIC 99.
       77 WS-SIT-NOVA        PIC X     VALUE SPACES.
         88 SIT-NOVA-VALIDA            VALUE 'A' 'R'.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.
      *    TOTAIS POR EMPRESA DO FECHAMENTO DO PERIODO.
       01 WS-FECHO-EMPRESAS.
          02 WS-FEMP-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
          02 WS-FEMP-ITEM OCCURS 10 TIMES.
             03 WS-FEMP-CODIGO     PIC X(04).
             03 WS-FEMP-QTD        PIC 9(07).
             03 WS-FEMP-VALOR      PIC S9(11)V99 COMP-3.
       77 WS-IDX-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EXTRATO     PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-EMPRESA   PIC 9(02) VALUE ZEROS.
       77 WS-DIVERGE-EMPRESA PIC X     VALUE 'N'.
         88 DIVERGE-EMPRESA            VALUE 'S' FALSE 'N'.

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
           PERFORM P0100-INICIO THRU P0100-FIM.
           MOVE WS-VIA     TO RCT-VIA.
           WRITE RG-REGARQ-CTL.

           PERFORM 9480-CARREGA-EMPRESAS THRU 9480-FIM.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-OK
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.

           MOVE 1 TO WS-IDX-EMPRESA.
           PERFORM P0240-GRAVA-SUBTOTAL THRU P0240-FIM
                   UNTIL WS-IDX-EMPRESA > WS-EMT-QTD-EMPRESAS.

           MOVE SPACES       TO RG-REGARQ-CTL.
           MOVE '09'         TO RCT-TIPO.
           MOVE WS-PERIODO   TO RCT-PERIODO.
                           MOVE FECH-QTD   TO WS-QTD-FECH
                           MOVE FECH-VALOR TO WS-VAL-FECH
                       END-IF
      *                AJUSTE DE PERIODO ANTERIOR: O EXTRATO TEM DE
      *                BATER COM OS TOTAIS REAPRESENTADOS.
                       IF FECH-FECHADO AND NOT FECH-SEM-AJUSTE
                           MOVE FECH-QTD-REAP   TO WS-QTD-FECH
                           MOVE FECH-VALOR-REAP TO WS-VAL-FECH
                       END-IF
      *                OS TOTAIS POR EMPRESA SO VALEM SEM AJUSTE - O
      *                AJUSTPER REAPRESENTA APENAS O TOTAL GERAL.
                       MOVE ZEROS TO WS-FEMP-QTD-EMPRESAS
                       IF FECH-FECHADO AND FECH-SEM-AJUSTE
                           MOVE FECH-QTD-EMPRESAS
                             TO WS-FEMP-QTD-EMPRESAS
                           MOVE 1 TO WS-IDX-EMPRESA
                           PERFORM P0215-GUARDA-EMPRESA THRU P0215-FIM
                                   UNTIL WS-IDX-EMPRESA > 10
                       END-IF
               END-READ
               CLOSE FECHMES
           ELSE
           END-IF.
       P0210-FIM.

       P0215-GUARDA-EMPRESA.
           MOVE FECH-EMP-CODIGO(WS-IDX-EMPRESA)
             TO WS-FEMP-CODIGO(WS-IDX-EMPRESA).
           MOVE FECH-EMP-QTD(WS-IDX-EMPRESA)
             TO WS-FEMP-QTD(WS-IDX-EMPRESA).
           MOVE FECH-EMP-VALOR(WS-IDX-EMPRESA)
             TO WS-FEMP-VALOR(WS-IDX-EMPRESA).
           ADD 1 TO WS-IDX-EMPRESA.
       P0215-FIM.

       P0220-DEFINE-VIA.
      *    A PRIMEIRA GERACAO DO PERIODO E A VIA 01; A RESUBMISSAO
      *    GERA A VIA SEGUINTE, COMO O RETRANS FAZ COM O PARCEIRO.
                       IF OPCAO-RESUBMETER
                           COMPUTE WS-VIA = RCTL-VIA + 1
                       ELSE
                           IF RCTL-PEND-RESUB
                               DISPLAY 'PERIODO REAPRESENTADO POR'
                                       ' AJUSTE DE PERIODO ANTERIOR.'
                           END-IF
                           DISPLAY 'PERIODO JA GERADO (VIA '
                                   RCTL-VIA ') - USE A RESUBMISSAO'
                                   ' PARA NOVA VIA.'
                   WRITE RG-REGARQ
                   ADD 1 TO WS-CONT-GRAVADOS
                   ADD VALOR-DADOS TO WS-VALOR-TOTAL
                   MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                   MOVE VALOR-DADOS TO WS-EMT-VALOR-ENTRADA
                   PERFORM 9485-ACUMULA-EMPRESA THRU 9485-FIM
           END-READ.
       P0230-FIM.

       P0240-GRAVA-SUBTOTAL.
      *    SUBTOTAL POR EMPRESA; EMPRESA EM BRANCOS SAO OS
      *    DEPARTAMENTOS SEM EMPRESA EM DEPTOS.DAT.
           MOVE SPACES     TO RG-REGARQ-CTL.
           MOVE '08'       TO RCT-TIPO.
           MOVE WS-PERIODO TO RCT-PERIODO.
           MOVE WS-EMT-QTD(WS-IDX-EMPRESA)   TO RCT-QUANTIDADE.
           MOVE WS-EMT-VALOR(WS-IDX-EMPRESA) TO RCT-VALOR-TOTAL.
           MOVE WS-VIA     TO RCT-VIA.
           MOVE WS-EMT-EMPRESA(WS-IDX-EMPRESA) TO RCT-EMPRESA.
           WRITE RG-REGARQ-CTL.
           ADD 1 TO WS-IDX-EMPRESA.
       P0240-FIM.

       P0250-VALIDA-COMPLETUDE.
      *    OS TOTAIS APURADOS PRECISAM BATER COM O FECHAMENTO DO
      *    PERIODO; DIVERGENCIA SIGNIFICA ARQUIVO MEXIDO DEPOIS DO
      *    FECHAMENTO E SO SEGUE COM CONFIRMACAO EXPLICITA. O MESMO
      *    VALE PARA O SUBTOTAL DE CADA EMPRESA.
           SET DIVERGE-EMPRESA TO FALSE.
           MOVE 1 TO WS-IDX-EMPRESA.
           PERFORM P0255-CONFERE-EMPRESA THRU P0255-FIM
                   UNTIL WS-IDX-EMPRESA > WS-FEMP-QTD-EMPRESAS.

           IF WS-CONT-GRAVADOS EQUAL WS-QTD-FECH
              AND WS-VALOR-TOTAL EQUAL WS-VAL-FECH
              AND NOT DIVERGE-EMPRESA
               GO TO P0250-FIM
           END-IF.

           IF WS-CONT-GRAVADOS NOT EQUAL WS-QTD-FECH
              OR WS-VALOR-TOTAL NOT EQUAL WS-VAL-FECH
               DISPLAY 'ALERTA: TOTAIS DO EXTRATO (' WS-CONT-GRAVADOS
                       ') DIVERGEM DO FECHAMENTO (' WS-QTD-FECH ').'
           END-IF.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'SUBMETER MESMO ASSIM? (S/N): '
           ACCEPT WS-CONFIRMA.
           END-IF.
       P0250-FIM.

       P0255-CONFERE-EMPRESA.
           MOVE ZEROS TO WS-ACHOU-EMPRESA.
           MOVE 1 TO WS-IDX-EXTRATO.
           PERFORM P0256-PROCURA-EMPRESA THRU P0256-FIM
                   UNTIL WS-IDX-EXTRATO > WS-EMT-QTD-EMPRESAS
                      OR WS-ACHOU-EMPRESA NOT EQUAL ZEROS.

           IF WS-ACHOU-EMPRESA EQUAL ZEROS
               IF WS-FEMP-QTD(WS-IDX-EMPRESA) NOT EQUAL ZEROS
                   SET DIVERGE-EMPRESA TO TRUE
                   DISPLAY 'ALERTA: EMPRESA ['
                           WS-FEMP-CODIGO(WS-IDX-EMPRESA)
                           '] DO FECHAMENTO SEM REGISTROS NO EXTRATO.'
               END-IF
           ELSE
               IF WS-EMT-QTD(WS-ACHOU-EMPRESA)
                      NOT EQUAL WS-FEMP-QTD(WS-IDX-EMPRESA)
                  OR WS-EMT-VALOR(WS-ACHOU-EMPRESA)
                      NOT EQUAL WS-FEMP-VALOR(WS-IDX-EMPRESA)
                   SET DIVERGE-EMPRESA TO TRUE
                   DISPLAY 'ALERTA: SUBTOTAL DA EMPRESA ['
                           WS-FEMP-CODIGO(WS-IDX-EMPRESA) '] ('
                           WS-EMT-QTD(WS-ACHOU-EMPRESA)
                           ') DIVERGE DO FECHAMENTO ('
                           WS-FEMP-QTD(WS-IDX-EMPRESA) ').'
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-EMPRESA.
       P0255-FIM.

       P0256-PROCURA-EMPRESA.
           IF WS-EMT-EMPRESA(WS-IDX-EXTRATO)
                  EQUAL WS-FEMP-CODIGO(WS-IDX-EMPRESA)
               MOVE WS-IDX-EXTRATO TO WS-ACHOU-EMPRESA
           END-IF.
           ADD 1 TO WS-IDX-EXTRATO.
       P0256-FIM.

       P0300-REGISTRA-SUBMISSAO.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O REGCTL.
               NOT INVALID KEY
                   DISPLAY 'PERIODO ' RCTL-PERIODO ' VIA ' RCTL-VIA
                           ' SITUACAO ATUAL ' RCTL-SITUACAO
                   IF RCTL-PEND-RESUB
                       DISPLAY 'PENDENTE DE RESUBMISSAO - TOTAIS'
                               ' REAPRESENTADOS APOS A ULTIMA VIA.'
                   END-IF
                   MOVE SPACES TO WS-SIT-NOVA
                   DISPLAY 'NOVA SITUACAO: <A>CEITA OU'
                           ' <R>EJEITADA: '
           MOVE 'REGEXTR.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REG.
           MOVE 'SAIDACTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SAIDACTL-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY SAIDACTL.

       COPY EMPTOT.

       COPY EMPRESA.
