              RECORD KEY IS PARC-CODIGO
              FILE STATUS IS WS-ST-PARC.

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
       FD PARCEIROS.
       COPY FD_PARC.

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SAIDACTL_WS.
       COPY PARC_WS.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DELTSEQ-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DELTCTL-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARCEIRO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SAIDACTL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
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
           PERFORM P0090-ESCOLHE-PARCEIRO THRU P0090-FIM.
           MOVE 'DELTCTL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DELTCTL-TXT.
           MOVE 'SAIDACTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SAIDACTL-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY SAIDACTL.

       COPY PARC.
