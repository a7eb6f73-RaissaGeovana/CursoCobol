      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devolucao da planilha de correcao (CORRPLAN.DAT)
      *          gerada pelo QUERYEXT e editada fora do sistema. A
      *          planilha so e aceita com cabecalho, trailer e
      *          quantidade de linhas batendo. Para cada linha, o
      *          registro atual de DADOS1.DAT e comparado com os
      *          valores e o carimbo de alteracao (ultima versao em
      *          VERSOES.DAT) gravados na geracao: registro que mudou
      *          desde entao, ou que nao existe mais, nao e tocado e
      *          vai para a fila de suspensos (SUSPENSO.DAT, origem
      *          CORRAPL). So os campos corrigiveis que de fato
      *          mudaram (nome, departamento, data de cadastro) sao
      *          aplicados, com as criticas do ALTDADOS: empresa do
      *          operador (EMPRSRV), retencao legal, periodo fechado,
      *          alcada no departamento de origem e no de destino,
      *          departamento ativo em DEPTOS.DAT, data valida
      *          (DATEVAL) e nao futura, pendencia aberta e trava do
      *          registro; linha recusada na critica tambem vai para
      *          os suspensos. Registro acima do limite de LIMALT.TXT
      *          vai para aprovacao (PENDALT/APRALT, marcada para
      *          ser aplicada em DADOS1.DAT); os demais
      *          guardam a imagem-antes em VERSOES.DAT e sao
      *          regravados, com historico (DADOSHIST) e diario.
      *          Planilha com mais linhas que o limite de CORRLIM.TXT
      *          (padrao 50) so e executada com a liberacao de um
      *          supervisor diferente do operador, jornalizada
      *          (operacao L). Roda em modo simulacao (so relata) ou
      *          execucao, sempre com o relatorio em CORRAPL.TXT.
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
              SELECT PLANILHA ASSIGN TO WS-ARQ-CORRPLAN-DAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PLN.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT DADOSHIST ASSIGN TO WS-ARQ-DADOSHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-HIST.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT RELATORIO ASSIGN TO WS-ARQ-CORRAPL-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT LOCKDADOS ASSIGN TO WS-ARQ-LOCK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LOCK-COD-DADOS
              FILE STATUS IS WS-ST-LOCK.

              SELECT FECHMES ASSIGN TO WS-ARQ-FECHMES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS FECH-PERIODO
              FILE STATUS IS WS-ST-FECH.

              SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST-PEND.

              SELECT LIMALT ASSIGN TO WS-ARQ-LIMALT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LIM.

              SELECT CORRLIM ASSIGN TO WS-ARQ-CORRLIM-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CLIM.

              SELECT VERSOES ASSIGN TO WS-ARQ-VERSOES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT ALCADA ASSIGN TO WS-ARQ-ALCADA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-ALC.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-SUSP.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PLANILHA.
       COPY FD_CORRPLAN.

       FD DADOS1.
       COPY FD_CRUD.

       FD DADOSHIST.
       COPY FD_DADOSHIST.

       FD DIARIO.
       COPY FD_DIARIO.

       FD RELATORIO.
       01  RG-RELATORIO        PIC X(100).

       FD LOCKDADOS.
       COPY FD_LOCK.

       FD FECHMES.
       COPY FD_FECHMES.

       FD PENDALT.
       COPY FD_PENDALT.

       FD LIMALT.
      *    LIMITE DE VALOR PARA DUPLA APROVACAO, COM DUAS DECIMAIS
      *    IMPLICITAS (EX: 000500000 = 5.000,00).
       01  RG-LIMALT           PIC 9(07)V99.

       FD CORRLIM.
      *    QUANTIDADE MAXIMA DE LINHAS DE UMA PLANILHA DE CORRECAO
      *    EXECUTADA SEM A LIBERACAO DO SUPERVISOR.
       01  RG-CORRLIM          PIC 9(05).

       FD VERSOES.
       COPY FD_VERSAO.

       FD ALCADA.
       COPY FD_ALCADA.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD OPERMST.
       COPY FD_OPER.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY ALCADA_WS.
       COPY RETLEGAL_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-CORRPLAN-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOSHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CORRAPL-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOCK-DAT        PIC X(60) VALUE SPACES.
       77  WS-ARQ-FECHMES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDALT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMALT-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CORRLIM-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALCADA-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-PLN         PIC 99.
         88 ST-PLN-OK       VALUE 0.
       77 WS-ST-HIST        PIC 99.
         88 ST-HIST-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-ST-REL         PIC 99 VALUE 99.
         88 ST-REL-OK       VALUE 0.
       77 WS-ST-LOCK        PIC 99.
         88 ST-LOCK-OK      VALUE 0.
       77 WS-ST-FECH        PIC 99.
         88 ST-FECH-OK      VALUE 0.
       77 WS-ST-PEND        PIC 99.
         88 ST-PEND-OK      VALUE 0.
       77 WS-ST-LIM         PIC 99.
         88 ST-LIM-OK       VALUE 0.
       77 WS-ST-CLIM        PIC 99.
         88 ST-CLIM-OK      VALUE 0.
       77 WS-ST-VERS        PIC 99.
         88 ST-VERS-OK      VALUE 0.
       77 WS-ST-DEPTO       PIC 99.
         88 ST-DEPTO-OK     VALUE 0.
       77 WS-ST-SUSP        PIC 99.
         88 ST-SUSP-OK      VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-AGORA          PIC 9(08) VALUE ZEROS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-MODO           PIC X     VALUE 'S'.
         88 MODO-SIMULACAO  VALUE 'S' 's'.
         88 MODO-EXECUCAO   VALUE 'E' 'e'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR     PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-SUPERV-VALIDO  PIC X     VALUE 'N'.
         88 SUPERV-VALIDO   VALUE 'S' FALSE 'N'.
      *    CONTROLE DA PLANILHA (PASSADA PREVIA).
       77 WS-PLANILHA-VALIDA PIC X    VALUE 'N'.
         88 PLANILHA-VALIDA VALUE 'S' FALSE 'N'.
       77 WS-TEM-CABECALHO  PIC X     VALUE 'N'.
         88 TEM-CABECALHO   VALUE 'S' FALSE 'N'.
       77 WS-TEM-TRAILER    PIC X     VALUE 'N'.
         88 TEM-TRAILER     VALUE 'S' FALSE 'N'.
       77 WS-QTD-APURADA    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TRAILER    PIC 9(07) VALUE ZEROS.
       77 WS-PLAN-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-PLAN-HORA      PIC 9(06) VALUE ZEROS.
       77 WS-PLAN-OPERADOR  PIC X(08) VALUE SPACES.
       77 WS-LIMITE-LINHAS  PIC 9(05) VALUE ZEROS.
       77 WS-LIMITE-ALTERACAO PIC S9(07)V99 COMP-3 VALUE ZEROS.
      *    TRATAMENTO DA LINHA.
       77 WS-FIM-VERS       PIC X     VALUE 'N'.
         88 FIM-VERS-OK     VALUE 'S' FALSE 'N'.
       77 WS-ULT-VERSAO     PIC 9(04) VALUE ZEROS.
       77 WS-PROX-VERSAO    PIC 9(04) VALUE ZEROS.
       77 WS-IMAGEM-ANTES   PIC X(45) VALUE SPACES.
       77 WS-NOME-ANTIGO    PIC X(20) VALUE SPACES.
       77 WS-DEPTO-ANTIGO   PIC X(04) VALUE SPACES.
       77 WS-DATA-ANTIGA    PIC 9(08) VALUE ZEROS.
       01 WS-NOVA-DATA      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-NOVA-DATA.
          02 WS-NOVA-DATA-AAAA PIC 9(04).
          02 WS-NOVA-DATA-MM   PIC 9(02).
          02 WS-NOVA-DATA-DD   PIC 9(02).
       01 WS-PERIODO-MOVTO.
          02 WS-PERIODO-MOVTO-AAAA PIC 9(04).
          02 WS-PERIODO-MOVTO-MM   PIC 9(02).
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-MUDA-NOME      PIC X     VALUE 'N'.
         88 MUDA-NOME       VALUE 'S' FALSE 'N'.
       77 WS-MUDA-DEPTO     PIC X     VALUE 'N'.
         88 MUDA-DEPTO      VALUE 'S' FALSE 'N'.
       77 WS-MUDA-DATA      PIC X     VALUE 'N'.
         88 MUDA-DATA       VALUE 'S' FALSE 'N'.
       77 WS-LINHA-ACEITA   PIC X     VALUE 'S'.
         88 LINHA-ACEITA    VALUE 'S' FALSE 'N'.
       77 WS-PERIODO-ABERTO PIC X     VALUE 'S'.
         88 PERIODO-ABERTO  VALUE 'S' FALSE 'N'.
       77 WS-PENDENCIA      PIC X     VALUE 'N'.
         88 PENDENCIA-EXISTE VALUE 'S' FALSE 'N'.
       77 WS-BLOQUEADO      PIC X     VALUE 'N'.
         88 REGISTRO-BLOQUEADO VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-VALIDO   PIC X     VALUE 'N'.
         88 DEPTO-VALIDO    VALUE 'S' FALSE 'N'.
       77 WS-HIST-OBTER-ATUAL PIC X   VALUE SPACES.
       77 WS-HIST-VALIDA    PIC X     VALUE SPACES.
       77 WS-HIST-ANO       PIC 9(04) VALUE ZEROS.
       77 WS-HIST-MES       PIC 9(02) VALUE ZEROS.
       77 WS-HIST-DIA       PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO-SUSP    PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-TEXTO   PIC X(40) VALUE SPACES.
       77 WS-SEQ-SUSP       PIC 9(03) VALUE ZEROS.
       77 WS-DIARIO-TEXTO   PIC X(20) VALUE SPACES.
       77 WS-RESULTADO      PIC X(40) VALUE SPACES.
       77 WS-CONT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-MUDANCA PIC 9(07) VALUE ZEROS.
       77 WS-CONT-APLICADAS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DESATUALIZ PIC 9(07) VALUE ZEROS.
       77 WS-CONT-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-PROCESSA THRU P0200-FIM
                       UNTIL FIM-OK
               CLOSE PLANILHA DADOS1
               PERFORM P0500-FINALIZA THRU P0500-FIM
           END-IF.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** PLANILHA DE CORRECAO (DEVOLUCAO) ********'.
           SET FIM-OK TO FALSE.

      *    O OPERADOR SE IDENTIFICA PELO EMPRSRV: SO CORRIGE CODIGOS
      *    DOS DEPARTAMENTOS DA PROPRIA EMPRESA E A ALCADA E A DELE.
           MOVE 'I' TO EMP-FUNCAO.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           MOVE EMP-OPERADOR TO WS-OPERADOR WS-ALC-OPERADOR.
           MOVE EMP-NIVEL    TO WS-ALC-NIVEL.

           PERFORM P0110-VALIDA-PLANILHA THRU P0110-FIM.
           IF NOT PLANILHA-VALIDA
               DISPLAY 'CORRPLAN.DAT REJEITADA POR FALTA DE'
                       ' BALANCEAMENTO - NENHUMA LINHA APLICADA.'
               MOVE ZEROS                 TO COD-DADOS
               MOVE 'PLANILHA SEM BALANCE' TO WS-DIARIO-TEXTO
               PERFORM P0305-GRAVA-DIARIO-REJEICAO THRU P0305-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'PLANILHA ' WS-PLAN-DATA '/' WS-PLAN-HORA
                   ' GERADA POR ' WS-PLAN-OPERADOR ' - '
                   WS-QTD-APURADA ' LINHA(S).'.

           DISPLAY 'MODO: <S>IMULACAO (SO RELATA) OU <E>XECUCAO'
                   ' (APLICA): '
           ACCEPT WS-MODO.
           IF NOT MODO-EXECUCAO
               SET MODO-SIMULACAO TO TRUE
               DISPLAY 'RODANDO EM SIMULACAO - NADA SERA REGRAVADO.'
           END-IF.

           PERFORM P0120-CARREGA-LIMITES THRU P0120-FIM.
           IF MODO-EXECUCAO
              AND WS-QTD-APURADA > WS-LIMITE-LINHAS
               DISPLAY 'PLANILHA ACIMA DE ' WS-LIMITE-LINHAS
                       ' LINHAS - EXIGE A LIBERACAO DE UM'
                       ' SUPERVISOR.'
               PERFORM P0130-LIBERA-SUPERVISOR THRU P0130-FIM
               IF NOT SUPERV-VALIDO
                   DISPLAY 'PLANILHA NAO LIBERADA - NADA APLICADO.'
                   SET FIM-OK TO TRUE
                   GO TO P0100-FIM
               END-IF
           END-IF.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT RELATORIO.
           IF NOT ST-REL-OK
               DISPLAY 'ERRO AO GRAVAR CORRAPL.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF MODO-EXECUCAO
               STRING '***** PLANILHA DE CORRECAO - EXECUCAO *****'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               STRING '***** PLANILHA DE CORRECAO - SIMULACAO *****'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PLANILHA ' WS-PLAN-DATA '/' WS-PLAN-HORA
                  ' GERADA POR ' WS-PLAN-OPERADOR
                  ' DEVOLVIDA POR ' WS-OPERADOR
                  ' LINHAS ' WS-QTD-APURADA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF SUPERV-VALIDO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'LIBERADA PELO SUPERVISOR ' WS-SUPERVISOR
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.

           SET ST-PLN-OK TO TRUE.
           OPEN INPUT PLANILHA.
           IF NOT ST-PLN-OK
               DISPLAY 'ERRO AO REABRIR CORRPLAN.DAT.'
               DISPLAY 'FILE STATUS: ' WS-ST-PLN
               CLOSE RELATORIO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           IF MODO-EXECUCAO
               OPEN I-O DADOS1
           ELSE
               OPEN INPUT DADOS1
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               CLOSE PLANILHA RELATORIO
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0110-VALIDA-PLANILHA.
      *    PASSADA PREVIA DE BALANCEAMENTO: A PLANILHA PRECISA ABRIR
      *    COM O CABECALHO H, FECHAR COM O TRAILER T DA MESMA
      *    PLANILHA E O TRAILER PRECISA BATER COM AS LINHAS LIDAS.
           SET PLANILHA-VALIDA TO FALSE.
           SET TEM-CABECALHO   TO FALSE.
           SET TEM-TRAILER     TO FALSE.
           MOVE ZEROS TO WS-QTD-APURADA WS-QTD-TRAILER.

           SET ST-PLN-OK TO TRUE.
           OPEN INPUT PLANILHA.
           IF NOT ST-PLN-OK
               DISPLAY 'PLANILHA CORRPLAN.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-PLN
               GO TO P0110-FIM
           END-IF.

           PERFORM P0115-APURA-LINHA THRU P0115-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE PLANILHA.

           IF TEM-CABECALHO AND TEM-TRAILER
              AND WS-QTD-APURADA EQUAL WS-QTD-TRAILER
               SET PLANILHA-VALIDA TO TRUE
           ELSE
               DISPLAY 'CONTROLE DA PLANILHA: CABECALHO/TRAILER '
                       WS-TEM-CABECALHO '/' WS-TEM-TRAILER
                       ' QTD ' WS-QTD-APURADA ' X ' WS-QTD-TRAILER
           END-IF.
       P0110-FIM.

       P0115-APURA-LINHA.
           READ PLANILHA
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PLN-CABECALHO
                           SET TEM-CABECALHO TO TRUE
                           MOVE PLC-PLAN-DATA TO WS-PLAN-DATA
                           MOVE PLC-PLAN-HORA TO WS-PLAN-HORA
                           MOVE PLC-OPERADOR  TO WS-PLAN-OPERADOR
                       WHEN PLN-TRAILER
                           IF PLC-PLAN-DATA EQUAL WS-PLAN-DATA
                              AND PLC-PLAN-HORA EQUAL WS-PLAN-HORA
                              AND PLC-QTD-LINHAS NUMERIC
                               SET TEM-TRAILER TO TRUE
                               MOVE PLC-QTD-LINHAS TO WS-QTD-TRAILER
                           END-IF
                       WHEN PLN-DETALHE
                           ADD 1 TO WS-QTD-APURADA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       P0115-FIM.

       P0120-CARREGA-LIMITES.
      *    LIMITE DE LINHAS SEM SUPERVISOR (CORRLIM.TXT, PADRAO 50)
      *    E LIMITE DE VALOR DA DUPLA APROVACAO (LIMALT.TXT, PADRAO
      *    10.000,00, O MESMO DO ALTDADOS).
           MOVE 50 TO WS-LIMITE-LINHAS.
           SET ST-CLIM-OK TO TRUE.
           OPEN INPUT CORRLIM.
           IF ST-CLIM-OK
               READ CORRLIM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-CORRLIM NUMERIC
                           MOVE RG-CORRLIM TO WS-LIMITE-LINHAS
                       END-IF
               END-READ
               CLOSE CORRLIM
           END-IF.

           MOVE 10000 TO WS-LIMITE-ALTERACAO.
           SET ST-LIM-OK TO TRUE.
           OPEN INPUT LIMALT.
           IF ST-LIM-OK
               READ LIMALT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RG-LIMALT TO WS-LIMITE-ALTERACAO
               END-READ
               CLOSE LIMALT
           END-IF.
       P0120-FIM.

       P0130-LIBERA-SUPERVISOR.
      *    A LIBERACAO E DE UM SEGUNDO OPERADOR: SUPERVISOR (NIVEL
      *    2), ATIVO, COM A SENHA CONFERIDA E DIFERENTE DE QUEM
      *    DEVOLVE A PLANILHA. A LIBERACAO VAI AO DIARIO (OPERACAO
      *    L) EM NOME DO SUPERVISOR.
           SET SUPERV-VALIDO TO FALSE.
           MOVE SPACES TO WS-SUPERVISOR WS-OPER-SENHA.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-SUPERVISOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           IF WS-SUPERVISOR EQUAL WS-OPERADOR
               DISPLAY 'A LIBERACAO PRECISA SER DE OUTRO OPERADOR.'
               GO TO P0130-FIM
           END-IF.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' LIBERACAO ACEITA.'
               SET SUPERV-VALIDO TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE WS-SUPERVISOR TO OPER-ID
                   READ OPERMST
                       INVALID KEY
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                              AND NIVEL-SUPERVISOR
                               SET SUPERV-VALIDO TO TRUE
                           ELSE
                               DISPLAY 'OPERADOR SEM NIVEL DE'
                                       ' SUPERVISOR OU SENHA INVALIDA.'
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.

           IF SUPERV-VALIDO
               PERFORM P0307-GRAVA-DIARIO-LIBERACAO THRU P0307-FIM
           END-IF.
       P0130-FIM.

       P0200-PROCESSA.
           READ PLANILHA
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF PLN-DETALHE
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P0210-TRATA-LINHA THRU P0210-FIM
                   END-IF
           END-READ.
       P0200-FIM.

       P0210-TRATA-LINHA.
           IF PLN-COD-DADOS NOT NUMERIC
               MOVE ZEROS TO COD-DADOS
               MOVE 'NE' TO WS-MOTIVO-SUSP
               MOVE 'CODIGO INVALIDO NA PLANILHA' TO WS-MOTIVO-TEXTO
               PERFORM P0290-DESATUALIZADA THRU P0290-FIM
               GO TO P0210-FIM
           END-IF.

           MOVE PLN-COD-DADOS TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   MOVE 'NE' TO WS-MOTIVO-SUSP
                   MOVE 'CODIGO NAO EXISTE MAIS NO CADASTRO'
                     TO WS-MOTIVO-TEXTO
                   PERFORM P0290-DESATUALIZADA THRU P0290-FIM
                   GO TO P0210-FIM
           END-READ.

      *    O REGISTRO PRECISA ESTAR COMO NA GERACAO: MESMOS VALORES
      *    E NENHUMA VERSAO NOVA DESDE O CARIMBO.
           PERFORM P0240-ULTIMA-VERSAO THRU P0240-FIM.
           IF NOM-DADOS    NOT EQUAL PLN-NOME-ATUAL
              OR DEPTO-DADOS  NOT EQUAL PLN-DEPTO-ATUAL
              OR STATUS-DADOS NOT EQUAL PLN-STATUS-ATUAL
              OR VALOR-DADOS  NOT EQUAL PLN-VALOR-ATUAL
              OR DATA-DADOS   NOT EQUAL PLN-DATA-ATUAL
              OR WS-ULT-VERSAO NOT EQUAL PLN-VERSAO
               MOVE 'AL' TO WS-MOTIVO-SUSP
               MOVE 'REGISTRO ALTERADO DESDE A GERACAO'
                 TO WS-MOTIVO-TEXTO
               PERFORM P0290-DESATUALIZADA THRU P0290-FIM
               GO TO P0210-FIM
           END-IF.

           MOVE RG-DADOS    TO WS-IMAGEM-ANTES.
           MOVE NOM-DADOS   TO WS-NOME-ANTIGO.
           MOVE DEPTO-DADOS TO WS-DEPTO-ANTIGO.
           MOVE DATA-DADOS  TO WS-DATA-ANTIGA.

           SET MUDA-NOME  TO FALSE.
           SET MUDA-DEPTO TO FALSE.
           SET MUDA-DATA  TO FALSE.
           IF PLN-NOME-NOVO NOT EQUAL NOM-DADOS
               SET MUDA-NOME TO TRUE
           END-IF.
           IF PLN-DEPTO-NOVO NOT EQUAL DEPTO-DADOS
               SET MUDA-DEPTO TO TRUE
           END-IF.
           IF PLN-DATA-NOVA NOT EQUAL PLN-DATA-ATUAL
               SET MUDA-DATA TO TRUE
           END-IF.

           IF NOT MUDA-NOME AND NOT MUDA-DEPTO AND NOT MUDA-DATA
               ADD 1 TO WS-CONT-SEM-MUDANCA
               GO TO P0210-FIM
           END-IF.

           PERFORM P0220-CRITICA-LINHA THRU P0220-FIM.
           IF NOT LINHA-ACEITA
               MOVE 'VL' TO WS-MOTIVO-SUSP
               PERFORM P0295-REJEITA THRU P0295-FIM
               GO TO P0210-FIM
           END-IF.

           IF MUDA-NOME
               MOVE PLN-NOME-NOVO TO NOM-DADOS
           END-IF.
           IF MUDA-DEPTO
               MOVE PLN-DEPTO-NOVO TO DEPTO-DADOS
           END-IF.
           IF MUDA-DATA
               MOVE PLN-DATA-NOVA TO DATA-DADOS
           END-IF.

           IF MODO-SIMULACAO
               IF VALOR-DADOS > WS-LIMITE-ALTERACAO
                   MOVE 'SERIA ENVIADA PARA APROVACAO (APRALT)'
                     TO WS-RESULTADO
                   ADD 1 TO WS-CONT-PENDENTES
               ELSE
                   MOVE 'SERIA APLICADA' TO WS-RESULTADO
                   ADD 1 TO WS-CONT-APLICADAS
               END-IF
               PERFORM P0280-RELATA-MUDANCA THRU P0280-FIM
               GO TO P0210-FIM
           END-IF.

           PERFORM P0230-EFETIVA-LINHA THRU P0230-FIM.
       P0210-FIM.

       P0220-CRITICA-LINHA.
      *    AS CRITICAS DO ALTDADOS, NA MESMA ORDEM; A PRIMEIRA QUE
      *    FALHAR RECUSA A LINHA INTEIRA.
           SET LINHA-ACEITA TO FALSE.

           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               MOVE 'CODIGO FORA DA EMPRESA DO OPERADOR'
                 TO WS-MOTIVO-TEXTO
               GO TO P0220-FIM
           END-IF.

           MOVE COD-DADOS TO WS-RETL-COD.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           IF CODIGO-RETIDO
               MOVE 'CODIGO SOB RETENCAO LEGAL' TO WS-MOTIVO-TEXTO
               GO TO P0220-FIM
           END-IF.

           MOVE DATA-DADOS-AAAA TO WS-PERIODO-MOVTO-AAAA.
           MOVE DATA-DADOS-MM   TO WS-PERIODO-MOVTO-MM.
           PERFORM P0225-CONSULTA-FECHAMENTO THRU P0225-FIM.
           IF NOT PERIODO-ABERTO
               MOVE 'REGISTRO DE PERIODO FECHADO' TO WS-MOTIVO-TEXTO
               GO TO P0220-FIM
           END-IF.

           MOVE DEPTO-DADOS TO WS-ALC-DEPTO.
           PERFORM 9580-VERIFICA-ALCADA THRU 9580-FIM.
           IF NOT ALCADA-PERMITIDA
               MOVE 'OPERADOR SEM ALCADA NO DEPARTAMENTO'
                 TO WS-MOTIVO-TEXTO
               GO TO P0220-FIM
           END-IF.

           PERFORM P0248-VERIFICA-PENDENCIA THRU P0248-FIM.
           IF PENDENCIA-EXISTE
               MOVE 'ALTERACAO PENDENTE DE APROVACAO (APRALT)'
                 TO WS-MOTIVO-TEXTO
               GO TO P0220-FIM
           END-IF.

           IF MUDA-NOME AND PLN-NOME-NOVO EQUAL SPACES
               MOVE 'O NOVO NOME NAO PODE FICAR EM BRANCO'
                 TO WS-MOTIVO-TEXTO
               GO TO P0220-FIM
           END-IF.

           IF MUDA-DEPTO
               PERFORM P0226-VALIDA-TRANSFERENCIA THRU P0226-FIM
               IF WS-MOTIVO-TEXTO NOT EQUAL SPACES
                   GO TO P0220-FIM
               END-IF
           END-IF.

           IF MUDA-DATA
               PERFORM P0227-VALIDA-NOVA-DATA THRU P0227-FIM
               IF WS-MOTIVO-TEXTO NOT EQUAL SPACES
                   GO TO P0220-FIM
               END-IF
           END-IF.

           SET LINHA-ACEITA TO TRUE.
       P0220-FIM.

       P0225-CONSULTA-FECHAMENTO.
           SET PERIODO-ABERTO TO TRUE.
           SET ST-FECH-OK TO TRUE.
           OPEN INPUT FECHMES.

           IF ST-FECH-OK
               MOVE WS-PERIODO-MOVTO TO FECH-PERIODO
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
       P0225-FIM.

       P0226-VALIDA-TRANSFERENCIA.
      *    O DESTINO PRECISA ESTAR ATIVO EM DEPTOS.DAT, NA EMPRESA
      *    DO OPERADOR E COM ALCADA DELE.
           MOVE SPACES TO WS-MOTIVO-TEXTO.
           SET DEPTO-VALIDO TO FALSE.
           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.

           IF ST-DEPTO-OK THEN
               MOVE PLN-DEPTO-NOVO TO DEPTO-CODIGO
               READ DEPTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEPTO-ATIVO
                           SET DEPTO-VALIDO TO TRUE
                       END-IF
               END-READ
               CLOSE DEPTOS
           ELSE
               MOVE 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL'
                 TO WS-MOTIVO-TEXTO
               GO TO P0226-FIM
           END-IF.

           IF NOT DEPTO-VALIDO
               MOVE 'DEPTO DE DESTINO INEXISTENTE OU INATIVO'
                 TO WS-MOTIVO-TEXTO
               GO TO P0226-FIM
           END-IF.

           MOVE PLN-DEPTO-NOVO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               MOVE 'DEPTO DE DESTINO FORA DA EMPRESA'
                 TO WS-MOTIVO-TEXTO
               GO TO P0226-FIM
           END-IF.

           MOVE PLN-DEPTO-NOVO TO WS-ALC-DEPTO.
           PERFORM 9580-VERIFICA-ALCADA THRU 9580-FIM.
           IF NOT ALCADA-PERMITIDA
               MOVE 'OPERADOR SEM ALCADA NO DEPTO DE DESTINO'
                 TO WS-MOTIVO-TEXTO
           END-IF.
       P0226-FIM.

       P0227-VALIDA-NOVA-DATA.
      *    DATA DE CALENDARIO VALIDA, NAO POSTERIOR A HOJE E FORA DE
      *    PERIODO FECHADO.
           MOVE SPACES TO WS-MOTIVO-TEXTO.
           IF PLN-DATA-NOVA NOT NUMERIC
               MOVE 'NOVA DATA INVALIDA - INFORME AAAAMMDD'
                 TO WS-MOTIVO-TEXTO
               GO TO P0227-FIM
           END-IF.

           MOVE PLN-DATA-NOVA TO WS-NOVA-DATA.
           MOVE 'N' TO WS-HIST-OBTER-ATUAL.
           MOVE WS-NOVA-DATA-AAAA TO WS-HIST-ANO.
           MOVE WS-NOVA-DATA-MM   TO WS-HIST-MES.
           MOVE WS-NOVA-DATA-DD   TO WS-HIST-DIA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-HIST-OBTER-ATUAL WS-HIST-ANO WS-HIST-MES
                     WS-HIST-DIA WS-HIST-VALIDA
           END-CALL.

           IF WS-HIST-VALIDA NOT = 'S'
               MOVE 'NOVA DATA INVALIDA - INFORME AAAAMMDD'
                 TO WS-MOTIVO-TEXTO
               GO TO P0227-FIM
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-NOVA-DATA > WS-DATA-HOJE
               MOVE 'A DATA DE CADASTRO NAO PODE SER FUTURA'
                 TO WS-MOTIVO-TEXTO
               GO TO P0227-FIM
           END-IF.

           MOVE WS-NOVA-DATA-AAAA TO WS-PERIODO-MOVTO-AAAA.
           MOVE WS-NOVA-DATA-MM   TO WS-PERIODO-MOVTO-MM.
           PERFORM P0225-CONSULTA-FECHAMENTO THRU P0225-FIM.
           IF NOT PERIODO-ABERTO
               MOVE 'NOVA DATA CAI EM PERIODO FECHADO'
                 TO WS-MOTIVO-TEXTO
           END-IF.
       P0227-FIM.

       P0230-EFETIVA-LINHA.
           PERFORM P0250-TRAVA-REGISTRO THRU P0250-FIM.
           IF REGISTRO-BLOQUEADO
               MOVE WS-IMAGEM-ANTES TO RG-DADOS
               MOVE 'REGISTRO EM USO POR OUTRO OPERADOR'
                 TO WS-MOTIVO-TEXTO
               MOVE 'VL' TO WS-MOTIVO-SUSP
               PERFORM P0295-REJEITA THRU P0295-FIM
               GO TO P0230-FIM
           END-IF.

      *    ACIMA DO LIMITE DE VALOR A CORRECAO NAO E REGRAVADA: VAI
      *    PARA A FILA PENDALT.DAT, COMO NO ALTDADOS.
           IF VALOR-DADOS > WS-LIMITE-ALTERACAO
               PERFORM P0246-GRAVA-PENDENCIA THRU P0246-FIM
               PERFORM P0255-LIBERA-TRAVA THRU P0255-FIM
               GO TO P0230-FIM
           END-IF.

           PERFORM P0310-GRAVA-VERSAO THRU P0310-FIM.
           REWRITE RG-DADOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CODIGO ' COD-DADOS
                   MOVE 'ERRO NA REGRAVACAO' TO WS-RESULTADO
                   ADD 1 TO WS-CONT-REJEITADAS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-APLICADAS
                   MOVE 'APLICADA' TO WS-RESULTADO
                   PERFORM P0320-GRAVA-HISTORICO THRU P0320-FIM
                   PERFORM P0300-GRAVA-DIARIO THRU P0300-FIM
                   PERFORM P0302-GRAVA-DIARIO-TRANSF THRU P0302-FIM
           END-REWRITE.
           PERFORM P0280-RELATA-MUDANCA THRU P0280-FIM.
           PERFORM P0255-LIBERA-TRAVA THRU P0255-FIM.
       P0230-FIM.

       P0240-ULTIMA-VERSAO.
      *    MESMA APURACAO DO CARIMBO FEITA PELO QUERYEXT NA GERACAO.
           MOVE ZEROS TO WS-ULT-VERSAO.
           SET ST-VERS-OK TO TRUE.
           OPEN INPUT VERSOES.
           IF NOT ST-VERS-OK
               GO TO P0240-FIM
           END-IF.

           SET FIM-VERS-OK TO FALSE.
           MOVE COD-DADOS TO VERS-COD-DADOS.
           MOVE ZEROS     TO VERS-NUMERO.
           START VERSOES KEY IS NOT LESS THAN VERS-CHAVE
               INVALID KEY
                   SET FIM-VERS-OK TO TRUE
           END-START.

           PERFORM P0245-VARRE-VERSOES THRU P0245-FIM
                   UNTIL FIM-VERS-OK.
           CLOSE VERSOES.
           MOVE WS-ULT-VERSAO TO WS-PROX-VERSAO.
           ADD 1 TO WS-PROX-VERSAO.
       P0240-FIM.

       P0245-VARRE-VERSOES.
           READ VERSOES NEXT RECORD
               AT END
                   SET FIM-VERS-OK TO TRUE
               NOT AT END
                   IF VERS-COD-DADOS NOT EQUAL COD-DADOS
                       SET FIM-VERS-OK TO TRUE
                   ELSE
                       MOVE VERS-NUMERO TO WS-ULT-VERSAO
                   END-IF
           END-READ.
       P0245-FIM.

       P0246-GRAVA-PENDENCIA.
      *    A PENDENCIA FICA EM NOME DE QUEM DEVOLVEU A PLANILHA; O
      *    APRALT EXIGE QUE OUTRO OPERADOR A DECIDA.
           SET ST-PEND-OK TO TRUE.
           OPEN I-O PENDALT.

           IF WS-ST-PEND EQUAL 35 THEN
               OPEN OUTPUT PENDALT
               CLOSE PENDALT
               OPEN I-O PENDALT
           END-IF.

           IF ST-PEND-OK THEN
               MOVE COD-DADOS       TO PEND-COD-DADOS
               MOVE WS-NOME-ANTIGO  TO PEND-NOME-ANTIGO
               MOVE NOM-DADOS       TO PEND-NOME-NOVO
               MOVE WS-DEPTO-ANTIGO TO PEND-DEPTO-ANTIGO
               MOVE DEPTO-DADOS     TO PEND-DEPTO-NOVO
               MOVE WS-DATA-ANTIGA  TO PEND-DATA-ANTIGA
               MOVE DATA-DADOS      TO PEND-DATA-NOVA
               MOVE WS-OPERADOR     TO PEND-OPERADOR
               MOVE 'DADOS1.DAT'    TO PEND-ARQUIVO
               ACCEPT PEND-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO PEND-HORA
               WRITE RG-PENDALT
                   INVALID KEY
                       MOVE 'ALTERACAO PENDENTE DE APROVACAO (APRALT)'
                         TO WS-MOTIVO-TEXTO
                       MOVE 'VL' TO WS-MOTIVO-SUSP
                       PERFORM P0295-REJEITA THRU P0295-FIM
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-PENDENTES
                       MOVE 'ENVIADA PARA APROVACAO (APRALT)'
                         TO WS-RESULTADO
                       PERFORM P0280-RELATA-MUDANCA THRU P0280-FIM
               END-WRITE
               CLOSE PENDALT
           ELSE
               DISPLAY 'ERRO AO GRAVAR NA FILA DE PENDENCIAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-PEND
               MOVE 'FILA DE PENDENCIAS INDISPONIVEL'
                 TO WS-MOTIVO-TEXTO
               MOVE 'VL' TO WS-MOTIVO-SUSP
               PERFORM P0295-REJEITA THRU P0295-FIM
           END-IF.
       P0246-FIM.

       P0248-VERIFICA-PENDENCIA.
           SET PENDENCIA-EXISTE TO FALSE.

           SET ST-PEND-OK TO TRUE.
           OPEN INPUT PENDALT.

           IF ST-PEND-OK
               MOVE COD-DADOS TO PEND-COD-DADOS
               READ PENDALT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PENDENCIA-EXISTE TO TRUE
               END-READ
               CLOSE PENDALT
           END-IF.
       P0248-FIM.

       P0250-TRAVA-REGISTRO.
           SET REGISTRO-BLOQUEADO TO FALSE.
           SET ST-LOCK-OK TO TRUE.

           OPEN I-O LOCKDADOS.

           IF WS-ST-LOCK EQUAL 35 THEN
               OPEN OUTPUT LOCKDADOS
               CLOSE LOCKDADOS
               OPEN I-O LOCKDADOS
           END-IF.

           IF ST-LOCK-OK THEN
               MOVE COD-DADOS   TO LOCK-COD-DADOS
               MOVE 'CORRAPL'   TO LOCK-PROGRAMA
               ACCEPT LOCK-DATA FROM DATE YYYYMMDD
               ACCEPT LOCK-HORA FROM TIME
               MOVE WS-OPERADOR TO LOCK-OPERADOR
               WRITE RG-LOCK
                   INVALID KEY
                       SET REGISTRO-BLOQUEADO TO TRUE
               END-WRITE
               CLOSE LOCKDADOS
           ELSE
               DISPLAY 'ERRO AO ACESSAR O ARQUIVO DE TRAVAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-LOCK
               SET REGISTRO-BLOQUEADO TO TRUE
           END-IF.
       P0250-FIM.

       P0255-LIBERA-TRAVA.
           SET ST-LOCK-OK TO TRUE.
           OPEN I-O LOCKDADOS.

           IF ST-LOCK-OK THEN
               MOVE COD-DADOS TO LOCK-COD-DADOS
               DELETE LOCKDADOS
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE LOCKDADOS
           END-IF.
       P0255-FIM.

       P0280-RELATA-MUDANCA.
      *    UMA LINHA COM O RESULTADO E UMA POR CAMPO ALTERADO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'COD ' COD-DADOS ' ' WS-RESULTADO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.

           IF MUDA-NOME
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '    NOME  ' WS-NOME-ANTIGO ' > ' NOM-DADOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
           IF MUDA-DEPTO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '    DEPTO ' WS-DEPTO-ANTIGO ' > ' DEPTO-DADOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
           IF MUDA-DATA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '    DATA  ' WS-DATA-ANTIGA ' > ' DATA-DADOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
       P0280-FIM.

       P0290-DESATUALIZADA.
      *    CODIGO QUE SUMIU OU MUDOU DEPOIS DA GERACAO NAO E TOCADO;
      *    A LINHA VAI PARA OS SUSPENSOS PARA A MESA CONFERIR.
           ADD 1 TO WS-CONT-DESATUALIZ.
           PERFORM P0297-RELATA-RECUSA THRU P0297-FIM.
           IF MODO-EXECUCAO
               PERFORM P0460-PARQUEIA-SUSPENSO THRU P0460-FIM
               MOVE 'PLANILHA DESATUALIZ' TO WS-DIARIO-TEXTO
               PERFORM P0305-GRAVA-DIARIO-REJEICAO THRU P0305-FIM
           END-IF.
       P0290-FIM.

       P0295-REJEITA.
           ADD 1 TO WS-CONT-REJEITADAS.
           PERFORM P0297-RELATA-RECUSA THRU P0297-FIM.
           IF MODO-EXECUCAO
               PERFORM P0460-PARQUEIA-SUSPENSO THRU P0460-FIM
               MOVE 'PLANILHA RECUSADA' TO WS-DIARIO-TEXTO
               PERFORM P0305-GRAVA-DIARIO-REJEICAO THRU P0305-FIM
           END-IF.
       P0295-FIM.

       P0297-RELATA-RECUSA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'COD ' PLN-COD-DADOS ' RECUSADA ('
                  WS-MOTIVO-SUSP '): ' WS-MOTIVO-TEXTO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
       P0297-FIM.

       P0300-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'CORRAPL'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE COD-DADOS       TO DIARIO-COD-DADOS
               MOVE NOM-DADOS       TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0300-FIM.

       P0302-GRAVA-DIARIO-TRANSF.
      *    TRANSFERENCIA E CORRECAO DE DATA GANHAM A ENTRADA PROPRIA
      *    COM O DE/PARA, COMO NO ALTDADOS.
           IF MUDA-DEPTO
               MOVE SPACES TO WS-DIARIO-TEXTO
               STRING 'DEPTO ' WS-DEPTO-ANTIGO ' > ' DEPTO-DADOS
                      DELIMITED BY SIZE INTO WS-DIARIO-TEXTO
               PERFORM P0303-GRAVA-DIARIO-TEXTO THRU P0303-FIM
           END-IF.

           IF MUDA-DATA
               MOVE SPACES TO WS-DIARIO-TEXTO
               STRING 'DT ' WS-DATA-ANTIGA '>' DATA-DADOS
                      DELIMITED BY SIZE INTO WS-DIARIO-TEXTO
               PERFORM P0303-GRAVA-DIARIO-TEXTO THRU P0303-FIM
           END-IF.
       P0302-FIM.

       P0303-GRAVA-DIARIO-TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'CORRAPL'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE COD-DADOS       TO DIARIO-COD-DADOS
               MOVE WS-DIARIO-TEXTO TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0303-FIM.

       P0305-GRAVA-DIARIO-REJEICAO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'CORRAPL'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-REJEICAO TO TRUE
               MOVE COD-DADOS       TO DIARIO-COD-DADOS
               MOVE WS-DIARIO-TEXTO TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0305-FIM.

       P0307-GRAVA-DIARIO-LIBERACAO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'CORRAPL'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-LIBERACAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING 'PLAN ' WS-PLAN-DATA ' ' WS-PLAN-HORA
                      DELIMITED BY SIZE INTO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-SUPERVISOR   TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0307-FIM.

       P0310-GRAVA-VERSAO.
      *    A IMAGEM-ANTES VAI PARA VERSOES.DAT NA NUMERACAO DO
      *    ALTDADOS; O PROXIMO NUMERO JA SAIU DA CONFERENCIA DO
      *    CARIMBO (P0240).
           SET ST-VERS-OK TO TRUE.
           OPEN I-O VERSOES.

           IF WS-ST-VERS EQUAL 35 THEN
               OPEN OUTPUT VERSOES
               CLOSE VERSOES
               OPEN I-O VERSOES
           END-IF.

           IF ST-VERS-OK THEN
               MOVE COD-DADOS       TO VERS-COD-DADOS
               MOVE WS-PROX-VERSAO  TO VERS-NUMERO
               MOVE WS-IMAGEM-ANTES TO VERS-IMAGEM
               ACCEPT VERS-DATA FROM DATE YYYYMMDD
               ACCEPT VERS-HORA FROM TIME
               MOVE WS-OPERADOR TO VERS-OPERADOR
               WRITE RG-VERSAO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A VERSAO DO REGISTRO.'
               END-WRITE
               CLOSE VERSOES
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VERSOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-VERS
           END-IF.
       P0310-FIM.

       P0320-GRAVA-HISTORICO.
           SET ST-HIST-OK TO TRUE.

           OPEN EXTEND DADOSHIST.

           IF WS-ST-HIST EQUAL 35 THEN
               OPEN OUTPUT DADOSHIST
           END-IF.

           IF ST-HIST-OK THEN
               MOVE COD-DADOS       TO HIST-COD-DADOS
               MOVE WS-NOME-ANTIGO  TO HIST-NOME-ANTIGO
               MOVE NOM-DADOS       TO HIST-NOME-NOVO
               MOVE WS-DEPTO-ANTIGO TO HIST-DEPTO-ANTIGO
               MOVE DEPTO-DADOS     TO HIST-DEPTO-NOVO
               MOVE WS-DATA-ANTIGA  TO HIST-DATA-ANTIGA
               MOVE DATA-DADOS      TO HIST-DATA-NOVA
               ACCEPT HIST-DATA FROM DATE YYYYMMDD
               ACCEPT HIST-HORA FROM TIME
               MOVE WS-OPERADOR TO HIST-OPERADOR
               WRITE RG-DADOSHIST
           ELSE
               DISPLAY 'ERRO AO GRAVAR HISTORICO.'
               DISPLAY 'FILE STATUS: ' WS-ST-HIST
           END-IF.

           CLOSE DADOSHIST.
       P0320-FIM.

       P0460-PARQUEIA-SUSPENSO.
      *    A LINHA VAI PARA A FILA CENTRAL DE SUSPENSOS COM A
      *    IDENTIFICACAO DA PLANILHA; A MESA CONFERE O REGISTRO E
      *    REFAZ A CORRECAO PELO ALTDADOS OU NUMA NOVA PLANILHA.
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
               MOVE WS-SEQ-SUSP     TO SUSP-SEQ
               MOVE 'CORRAPL '      TO SUSP-ORIGEM
               MOVE WS-MOTIVO-SUSP  TO SUSP-MOTIVO
               MOVE SPACES          TO SUSP-REGISTRO
               STRING 'PLAN ' WS-PLAN-DATA '/' WS-PLAN-HORA
                      ' COD ' PLN-COD-DADOS ' ' WS-MOTIVO-TEXTO
                      DELIMITED BY SIZE INTO SUSP-REGISTRO
               WRITE RG-SUSPENSO
                   INVALID KEY
                       DISPLAY 'ERRO AO PARQUEAR A LINHA NA'
                               ' FILA DE SUSPENSOS.'
               END-WRITE
               CLOSE SUSPENSO
           ELSE
               DISPLAY 'FILA DE SUSPENSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SUSP
           END-IF.
       P0460-FIM.

       P0500-FINALIZA.
           IF ST-REL-OK
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'LIDAS: ' WS-CONT-LIDOS
                      '  SEM MUDANCA: ' WS-CONT-SEM-MUDANCA
                      '  APLICADAS: ' WS-CONT-APLICADAS
                      '  P/APROVACAO: ' WS-CONT-PENDENTES
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'DESATUALIZADAS: ' WS-CONT-DESATUALIZ
                      '  RECUSADAS NA CRITICA: ' WS-CONT-REJEITADAS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               CLOSE RELATORIO
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'LINHAS LIDAS..........: ' WS-CONT-LIDOS.
           DISPLAY 'SEM MUDANCA...........: ' WS-CONT-SEM-MUDANCA.
           IF MODO-EXECUCAO
               DISPLAY 'CORRECOES APLICADAS...: ' WS-CONT-APLICADAS
               DISPLAY 'ENVIADAS P/APROVACAO..: ' WS-CONT-PENDENTES
           ELSE
               DISPLAY 'APLICACOES SIMULADAS..: ' WS-CONT-APLICADAS
               DISPLAY 'IRIAM P/APROVACAO.....: ' WS-CONT-PENDENTES
           END-IF.
           DISPLAY 'DESATUALIZADAS........: ' WS-CONT-DESATUALIZ.
           DISPLAY 'RECUSADAS NA CRITICA..: ' WS-CONT-REJEITADAS.
           IF MODO-EXECUCAO
              AND WS-CONT-DESATUALIZ + WS-CONT-REJEITADAS > ZEROS
               DISPLAY 'LINHAS NAO APLICADAS NA FILA DE SUSPENSOS'
                       ' (SUSPMNT, ORIGEM CORRAPL).'
           END-IF.
           DISPLAY 'RELATORIO EM CORRAPL.TXT.'.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CORRPLAN.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CORRPLAN-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DADOSHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOSHIST-TXT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'CORRAPL.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CORRAPL-TXT.
           MOVE 'LOCK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LOCK-DAT.
           MOVE 'FECHMES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FECHMES-DAT.
           MOVE 'PENDALT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'LIMALT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMALT-TXT.
           MOVE 'CORRLIM.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CORRLIM-TXT.
           MOVE 'VERSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VERSOES-DAT.
           MOVE 'ALCADA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALCADA-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY ALCADA.

       COPY RETLEGAL.

       COPY EMPRESA.
