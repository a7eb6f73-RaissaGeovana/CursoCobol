      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cancelamento e reemissao das instrucoes de pagamento
      *          do controle PAGCTL.DAT pelo supervisor (nivel 2 do
      *          OPERMST.DAT):
      *          - cancela a instrucao ENVIADA e ainda nao paga: marca
      *            a situacao C com operador, data, hora e motivo e
      *            manda o cancelamento ao banco na remessa
      *            PAGCANC.AAAAMMDD.HHMMSS (mesmo layout do PAGINSTR,
      *            cabecalho e trailer balanceados);
      *          - reemite a instrucao cancelada ou rejeitada como
      *            instrucao nova de hoje (sequencia a partir de
      *            90001), amarrada a anterior, na remessa
      *            PAGREEM.AAAAMMDD.HHMMSS - o retorno volta pelo
      *            PAGTORET como o das demais;
      *          - mostra o historico da cadeia de uma instrucao, da
      *            original ate a ultima reemissao.
      *          Toda mudanca e jornalizada no DIARIO. No ambiente de
      *          treinamento/ensaio so o historico fica liberado.
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
              SELECT PAGCTL ASSIGN TO WS-ARQ-PAGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-CTL.
              SELECT PAGCANC ASSIGN TO WS-NOME-PAGCANC
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CAN.
              SELECT PAGREEM ASSIGN TO WS-NOME-PAGREEM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REE.
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.
              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PAGCTL.
       COPY FD_PAGCTL.
       FD PAGCANC.
      *    MESMO LAYOUT FIXO DO PAGINSTR: CABECALHO HD, UMA LINHA POR
      *    INSTRUCAO A CANCELAR (CHAVE DA INSTRUCAO ORIGINAL) E
      *    TRAILER TR COM OS CONTROLES.
       01  RG-PAGCANC.
           02  PCN-DATA        PIC 9(08).
           02  PCN-SEQ         PIC 9(05).
           02  PCN-COD-DADOS   PIC 9(07).
           02  PCN-VALOR       PIC 9(11)V99.
           02  PCN-MOTIVO      PIC X(03).
       01  RG-PAGCANC-CTL.
           02  PCC-TIPO        PIC X(02).
           02  PCC-DATA        PIC 9(08).
           02  PCC-QUANTIDADE  PIC 9(05).
           02  PCC-VALOR-TOTAL PIC 9(13)V99.
           02  FILLER          PIC X(06).
       FD PAGREEM.
      *    MESMO LAYOUT FIXO DO PAGINSTR, COM A CHAVE DA INSTRUCAO
      *    NOVA.
       01  RG-PAGREEM.
           02  PRE-DATA        PIC 9(08).
           02  PRE-SEQ         PIC 9(05).
           02  PRE-COD-DADOS   PIC 9(07).
           02  PRE-VALOR       PIC 9(11)V99.
           02  PRE-MOTIVO      PIC X(03).
       01  RG-PAGREEM-CTL.
           02  PRC-TIPO        PIC X(02).
           02  PRC-DATA        PIC 9(08).
           02  PRC-QUANTIDADE  PIC 9(05).
           02  PRC-VALOR-TOTAL PIC 9(13)V99.
           02  FILLER          PIC X(06).
       FD OPERMST.
       COPY FD_OPER.
       FD DIARIO.
       COPY FD_DIARIO.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-PAGCTL-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-CANC      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REEM      PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT     PIC X(60) VALUE SPACES.
       77  WS-NOME-PAGCANC       PIC X(60) VALUE SPACES.
       77  WS-NOME-PAGREEM       PIC X(60) VALUE SPACES.
       77 WS-ST-CTL         PIC 99.
         88 ST-CTL-OK       VALUE 0.
       COPY FD_STATUS REPLACING WS-ST BY WS-ST-CTL.
       77 WS-ST-CAN         PIC 99.
         88 ST-CAN-OK       VALUE 0.
       77 WS-ST-REE         PIC 99.
         88 ST-REE-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-CANCELAR            VALUE 'C' 'c'.
         88 OPCAO-REEMITIR            VALUE 'R' 'r'.
         88 OPCAO-HISTORICO           VALUE 'H' 'h'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK  PIC X     VALUE 'N'.
         88 SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-CANC-ABERTA    PIC X     VALUE 'N'.
         88 CANC-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-REEM-ABERTA    PIC X     VALUE 'N'.
         88 REEM-ABERTA               VALUE 'S' FALSE 'N'.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-HORA-SESSAO    PIC 9(08) VALUE ZEROS.
       01 WS-HORA           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-ENTRADA    PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-ANTERIOR.
          02 WS-ANT-DATA    PIC 9(08) VALUE ZEROS.
          02 WS-ANT-SEQ     PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-NOVA.
          02 WS-NOVA-DATA   PIC 9(08) VALUE ZEROS.
          02 WS-NOVA-SEQ    PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-ELO.
          02 WS-ELO-DATA    PIC 9(08) VALUE ZEROS.
          02 WS-ELO-SEQ     PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-NOVA       PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ELOS      PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-CANC    PIC X(30) VALUE SPACES.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-SITUACAO-ED    PIC X(10) VALUE SPACES.
       77 WS-VALOR-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-TOTAL-ED       PIC -$$$.$$$.$$$.$$9,99.
       77 WS-CONT-CANC      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-CANC     PIC 9(13)V99 VALUE ZEROS.
       77 WS-CONT-REEM      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-REEM     PIC 9(13)V99 VALUE ZEROS.
       77 WS-EVENTO         PIC X(05) VALUE SPACES.
       77 WS-DIARIO-COD     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '** CANCELAMENTO E REEMISSAO DE PAGAMENTOS ***'
           SET WS-EXIT-OK     TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SESSAO FROM TIME.

           PERFORM 0105-AUTORIZA-SUPERVISOR THRU 0105-FIM.
           IF NOT SUPERVISOR-OK
               DISPLAY 'ACESSO RESTRITO AO SUPERVISOR - ENCERRANDO.'
               SET WS-EXIT-OK TO TRUE
           END-IF.

           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0480-FECHA-REMESSAS THRU 0480-FIM.
           PERFORM 0500-FIM.

       0105-AUTORIZA-SUPERVISOR.
      *    CANCELAR OU REEMITIR MEXE COM DINHEIRO JA MANDADO AO
      *    BANCO - SO SUPERVISOR (NIVEL 2).
           SET SUPERVISOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA.'
               SET SUPERVISOR-OK TO TRUE
               GO TO 0105-FIM
           END-IF.

           IF ST-OPER-OK
               MOVE WS-OPERADOR TO OPER-ID
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
                           SET SUPERVISOR-OK TO TRUE
                       ELSE
                           DISPLAY 'OPERADOR SEM NIVEL DE'
                                   ' SUPERVISOR OU SENHA INVALIDA.'
                       END-IF
               END-READ
               CLOSE OPERMST
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
           END-IF.
       0105-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<C>ANCELAR, <R>EEMITIR, <H>ISTORICO DA'
                   ' INSTRUCAO OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-CANCELAR
                   PERFORM 0210-CANCELA THRU 0210-FIM
               WHEN OPCAO-REEMITIR
                   PERFORM 0220-REEMITE THRU 0220-FIM
               WHEN OPCAO-HISTORICO
                   PERFORM 0230-HISTORICO THRU 0230-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-CANCELA.
      *    SO A INSTRUCAO ENVIADA SEM RETORNO PODE SER CANCELADA; O
      *    CANCELAMENTO SAI NA REMESSA DA SESSAO E O RETORNO DO
      *    BANCO (PAGTORET) CONFIRMA.
           IF SAIDA-BLOQUEADA
               DISPLAY 'AMBIENTE DE TREINAMENTO/ENSAIO - INTERFACE'
                       ' DE SAIDA BLOQUEADA.'
               GO TO 0210-FIM
           END-IF.

           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.
           PERFORM 0260-ABRE-CONTROLE THRU 0260-FIM.
           IF NOT ST-CTL-OK
               GO TO 0210-FIM
           END-IF.

           MOVE WS-DATA-ENTRADA TO PAG-DATA.
           MOVE WS-SEQ-ENTRADA  TO PAG-SEQ.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'INSTRUCAO NAO ENCONTRADA NO CONTROLE.'
                   CLOSE PAGCTL
                   GO TO 0210-FIM
           END-READ.

           PERFORM 0245-EXIBE-INSTRUCAO THRU 0245-FIM.
           IF NOT PAG-ENVIADA
               DISPLAY 'SO INSTRUCAO ENVIADA E AINDA SEM RETORNO'
                       ' PODE SER CANCELADA.'
               CLOSE PAGCTL
               GO TO 0210-FIM
           END-IF.

           MOVE SPACES TO WS-MOTIVO-CANC.
           DISPLAY 'MOTIVO DO CANCELAMENTO: '
           ACCEPT WS-MOTIVO-CANC.
           IF WS-MOTIVO-CANC EQUAL SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - INSTRUCAO MANTIDA.'
               CLOSE PAGCTL
               GO TO 0210-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA O CANCELAMENTO JUNTO AO BANCO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND NOT = 's'
               DISPLAY 'INSTRUCAO MANTIDA.'
               CLOSE PAGCTL
               GO TO 0210-FIM
           END-IF.

           PERFORM 0410-ABRE-REMESSA-CANC THRU 0410-FIM.
           IF NOT CANC-ABERTA
               CLOSE PAGCTL
               GO TO 0210-FIM
           END-IF.

           SET PAG-CANCELADA TO TRUE.
           MOVE WS-OPERADOR    TO PAG-CANC-OPERADOR.
           ACCEPT PAG-CANC-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA(1:6)   TO PAG-CANC-HORA.
           MOVE WS-MOTIVO-CANC TO PAG-CANC-MOTIVO.
           REWRITE RG-PAGCTL
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR O CANCELAMENTO NO'
                           ' CONTROLE.'
                   CLOSE PAGCTL
                   GO TO 0210-FIM
           END-REWRITE.
           CLOSE PAGCTL.

           MOVE PAG-DATA      TO PCN-DATA.
           MOVE PAG-SEQ       TO PCN-SEQ.
           MOVE PAG-COD-DADOS TO PCN-COD-DADOS.
           MOVE PAG-VALOR     TO PCN-VALOR.
           MOVE PAG-MOTIVO    TO PCN-MOTIVO.
           WRITE RG-PAGCANC.
           ADD 1 TO WS-CONT-CANC.
           ADD PAG-VALOR TO WS-VALOR-CANC.

           DISPLAY 'INSTRUCAO CANCELADA - CANCELAMENTO NA REMESSA '
                   WS-NOME-PAGCANC.
           MOVE 'CANC '       TO WS-EVENTO.
           MOVE PAG-COD-DADOS TO WS-DIARIO-COD.
           MOVE PAG-CHAVE     TO WS-CHAVE-ELO.
           PERFORM 0290-JORNALIZA THRU 0290-FIM.
       0210-FIM.

       0220-REEMITE.
      *    A CANCELADA OU REJEITADA VOLTA AO BANCO COMO INSTRUCAO
      *    NOVA DE HOJE, COM OS MESMOS CODIGO, VALORES E REFERENCIA
      *    DO CREDITO; AS DUAS FICAM AMARRADAS NO CONTROLE.
           IF SAIDA-BLOQUEADA
               DISPLAY 'AMBIENTE DE TREINAMENTO/ENSAIO - INTERFACE'
                       ' DE SAIDA BLOQUEADA.'
               GO TO 0220-FIM
           END-IF.

           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.
           PERFORM 0260-ABRE-CONTROLE THRU 0260-FIM.
           IF NOT ST-CTL-OK
               GO TO 0220-FIM
           END-IF.

           MOVE WS-DATA-ENTRADA TO PAG-DATA.
           MOVE WS-SEQ-ENTRADA  TO PAG-SEQ.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'INSTRUCAO NAO ENCONTRADA NO CONTROLE.'
                   CLOSE PAGCTL
                   GO TO 0220-FIM
           END-READ.

           PERFORM 0245-EXIBE-INSTRUCAO THRU 0245-FIM.
           IF NOT PAG-CANCELADA
              AND NOT PAG-REJEITADA
               DISPLAY 'SO INSTRUCAO CANCELADA OU REJEITADA PODE'
                       ' SER REEMITIDA.'
               CLOSE PAGCTL
               GO TO 0220-FIM
           END-IF.
           IF PAG-REEM-DATA NOT EQUAL ZEROS
               DISPLAY 'INSTRUCAO JA REEMITIDA - REEMITA A ULTIMA'
                       ' DA CADEIA.'
               CLOSE PAGCTL
               GO TO 0220-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA A REEMISSAO AO BANCO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND NOT = 's'
               DISPLAY 'REEMISSAO DESISTIDA.'
               CLOSE PAGCTL
               GO TO 0220-FIM
           END-IF.

           MOVE PAG-CHAVE TO WS-CHAVE-ANTERIOR.
           PERFORM 0270-PROXIMA-SEQUENCIA THRU 0270-FIM.
           IF WS-SEQ-NOVA EQUAL ZEROS
               DISPLAY 'SEQUENCIA DE REEMISSAO DE HOJE ESGOTADA.'
               CLOSE PAGCTL
               GO TO 0220-FIM
           END-IF.

           PERFORM 0420-ABRE-REMESSA-REEM THRU 0420-FIM.
           IF NOT REEM-ABERTA
               CLOSE PAGCTL
               GO TO 0220-FIM
           END-IF.

      *    A NOVA NASCE DA IMAGEM DA ANTERIOR.
           MOVE WS-CHAVE-ANTERIOR TO PAG-CHAVE.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'INSTRUCAO NAO ENCONTRADA NO CONTROLE.'
                   CLOSE PAGCTL
                   GO TO 0220-FIM
           END-READ.

           IF PAG-DATA-MOVTO EQUAL ZEROS
               MOVE PAG-DATA TO PAG-DATA-MOVTO
           END-IF.
           MOVE WS-CHAVE-ANTERIOR TO PAG-ORIGEM.
           MOVE WS-HOJE          TO PAG-DATA.
           MOVE WS-SEQ-NOVA      TO PAG-SEQ.
           SET PAG-ENVIADA TO TRUE.
           MOVE WS-NOME-PAGREEM  TO PAG-ARQUIVO.
           MOVE WS-OPERADOR      TO PAG-EMITIDO-POR.
           MOVE ZEROS            TO PAG-REEMISSAO
                                    PAG-CANC-DATA PAG-CANC-HORA.
           MOVE SPACES           TO PAG-CANC-OPERADOR
                                    PAG-CANC-MOTIVO.
           WRITE RG-PAGCTL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A REEMISSAO NO CONTROLE.'
                   CLOSE PAGCTL
                   GO TO 0220-FIM
           END-WRITE.
           MOVE PAG-CHAVE TO WS-CHAVE-NOVA.

           MOVE PAG-DATA      TO PRE-DATA.
           MOVE PAG-SEQ       TO PRE-SEQ.
           MOVE PAG-COD-DADOS TO PRE-COD-DADOS.
           MOVE PAG-VALOR     TO PRE-VALOR.
           MOVE PAG-MOTIVO    TO PRE-MOTIVO.
           WRITE RG-PAGREEM.
           ADD 1 TO WS-CONT-REEM.
           ADD PAG-VALOR TO WS-VALOR-REEM.

      *    A ANTERIOR PASSA A APONTAR A REEMISSAO.
           MOVE WS-CHAVE-ANTERIOR TO PAG-CHAVE.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'INSTRUCAO ANTERIOR NAO ENCONTRADA PARA'
                           ' AMARRAR A REEMISSAO.'
               NOT INVALID KEY
                   MOVE WS-CHAVE-NOVA TO PAG-REEMISSAO
                   REWRITE RG-PAGCTL
                       INVALID KEY
                           DISPLAY 'ERRO AO AMARRAR A REEMISSAO NA'
                                   ' INSTRUCAO ANTERIOR.'
                   END-REWRITE
           END-READ.
           CLOSE PAGCTL.

           DISPLAY 'REEMITIDA COMO ' WS-NOVA-DATA '/' WS-NOVA-SEQ
                   ' NA REMESSA ' WS-NOME-PAGREEM.
           MOVE 'REEM '       TO WS-EVENTO.
           MOVE PAG-COD-DADOS TO WS-DIARIO-COD.
           MOVE WS-CHAVE-NOVA TO WS-CHAVE-ELO.
           PERFORM 0290-JORNALIZA THRU 0290-FIM.
       0220-FIM.

       0230-HISTORICO.
      *    VOLTA PELA ORIGEM ATE A INSTRUCAO ORIGINAL E DESCE PELAS
      *    REEMISSOES ATE A ULTIMA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-CTL-OK TO TRUE.
           OPEN INPUT PAGCTL.
           IF NOT ST-CTL-OK
               DISPLAY 'CONTROLE DE PAGAMENTOS PAGCTL.DAT'
                       ' INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0230-FIM
           END-IF.

           MOVE WS-DATA-ENTRADA TO PAG-DATA.
           MOVE WS-SEQ-ENTRADA  TO PAG-SEQ.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'INSTRUCAO NAO ENCONTRADA NO CONTROLE.'
                   CLOSE PAGCTL
                   GO TO 0230-FIM
           END-READ.

           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-ELOS.
           PERFORM 0235-VOLTA-ORIGEM THRU 0235-FIM
                   UNTIL FIM-OK
                      OR PAG-ORIG-DATA EQUAL ZEROS.

           DISPLAY '---------------------------------------------'.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-ELOS.
           PERFORM 0237-EXIBE-ELO THRU 0237-FIM
                   UNTIL FIM-OK.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'INSTRUCOES NA CADEIA: ' WS-CONT-ELOS.
           CLOSE PAGCTL.
       0230-FIM.

       0235-VOLTA-ORIGEM.
           ADD 1 TO WS-CONT-ELOS.
           IF WS-CONT-ELOS > 99
               SET FIM-OK TO TRUE
               GO TO 0235-FIM
           END-IF.

           MOVE PAG-CHAVE  TO WS-CHAVE-ELO.
           MOVE PAG-ORIGEM TO PAG-CHAVE.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'ORIGEM ' PAG-DATA '/' PAG-SEQ
                           ' NAO ENCONTRADA NO CONTROLE.'
                   SET FIM-OK TO TRUE
                   MOVE WS-CHAVE-ELO TO PAG-CHAVE
                   READ PAGCTL
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
       0235-FIM.

       0237-EXIBE-ELO.
           ADD 1 TO WS-CONT-ELOS.
           PERFORM 0245-EXIBE-INSTRUCAO THRU 0245-FIM.

           IF PAG-REEM-DATA EQUAL ZEROS
              OR WS-CONT-ELOS > 99
               SET FIM-OK TO TRUE
               GO TO 0237-FIM
           END-IF.

           MOVE PAG-REEMISSAO TO PAG-CHAVE.
           READ PAGCTL
               INVALID KEY
                   DISPLAY 'REEMISSAO ' PAG-DATA '/' PAG-SEQ
                           ' NAO ENCONTRADA NO CONTROLE.'
                   SET FIM-OK TO TRUE
           END-READ.
       0237-FIM.

       0245-EXIBE-INSTRUCAO.
           EVALUATE TRUE
               WHEN PAG-ENVIADA
                   MOVE 'ENVIADA'    TO WS-SITUACAO-ED
               WHEN PAG-PAGA
                   MOVE 'PAGA'       TO WS-SITUACAO-ED
               WHEN PAG-REJEITADA
                   MOVE 'REJEITADA'  TO WS-SITUACAO-ED
               WHEN PAG-CANCELADA
                   MOVE 'CANCELADA'  TO WS-SITUACAO-ED
               WHEN OTHER
                   MOVE PAG-SITUACAO TO WS-SITUACAO-ED
           END-EVALUATE.
           MOVE PAG-VALOR TO WS-VALOR-ED.

           DISPLAY 'INSTRUCAO ' PAG-DATA '/' PAG-SEQ
                   ' COD ' PAG-COD-DADOS ' MOTIVO ' PAG-MOTIVO
                   ' VALOR ' WS-VALOR-ED.
           DISPLAY '   SITUACAO: ' WS-SITUACAO-ED
                   ' EMITIDA POR: ' PAG-EMITIDO-POR.
           IF PAG-ORIG-DATA NOT EQUAL ZEROS
               DISPLAY '   REEMISSAO DA INSTRUCAO ' PAG-ORIG-DATA
                       '/' PAG-ORIG-SEQ
           END-IF.
           IF PAG-CANC-DATA NOT EQUAL ZEROS
               DISPLAY '   CANCELADA EM ' PAG-CANC-DATA ' AS '
                       PAG-CANC-HORA ' POR ' PAG-CANC-OPERADOR
               DISPLAY '   MOTIVO: ' PAG-CANC-MOTIVO
           END-IF.
           IF PAG-REEM-DATA NOT EQUAL ZEROS
               DISPLAY '   REEMITIDA COMO ' PAG-REEM-DATA
                       '/' PAG-REEM-SEQ
           END-IF.
       0245-FIM.

       0250-ACEITA-CHAVE.
           MOVE ZEROS TO WS-DATA-ENTRADA WS-SEQ-ENTRADA.
           DISPLAY 'DATA DA INSTRUCAO (AAAAMMDD): '
           ACCEPT WS-DATA-ENTRADA.
           DISPLAY 'SEQUENCIA DA INSTRUCAO: '
           ACCEPT WS-SEQ-ENTRADA.
       0250-FIM.

       0260-ABRE-CONTROLE.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O PAGCTL.
           IF NOT ST-CTL-OK
               DISPLAY 'CONTROLE DE PAGAMENTOS PAGCTL.DAT'
                       ' INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0260-FIM.

       0270-PROXIMA-SEQUENCIA.
      *    A REEMISSAO NUMERA A PARTIR DE 90001 NA DATA DE HOJE PARA
      *    NAO COLIDIR COM A SEQUENCIA DO PAGTOGER (A PARTIR DE 1).
      *    SEQUENCIA ZERO NA VOLTA = FAIXA ESGOTADA.
           MOVE 90000   TO WS-SEQ-NOVA.
           MOVE WS-HOJE TO PAG-DATA.
           MOVE 90001   TO PAG-SEQ.
           SET FIM-OK TO FALSE.
           START PAGCTL KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.

           PERFORM 0275-LE-SEQUENCIA THRU 0275-FIM
                   UNTIL FIM-OK.

           IF WS-SEQ-NOVA EQUAL 99999
               MOVE ZEROS TO WS-SEQ-NOVA
           ELSE
               ADD 1 TO WS-SEQ-NOVA
           END-IF.
       0270-FIM.

       0275-LE-SEQUENCIA.
           READ PAGCTL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0275-FIM
           END-READ.

           IF PAG-DATA NOT EQUAL WS-HOJE
               SET FIM-OK TO TRUE
               GO TO 0275-FIM
           END-IF.
           MOVE PAG-SEQ TO WS-SEQ-NOVA.
       0275-FIM.

       0290-JORNALIZA.
      *    TODO CANCELAMENTO E REEMISSAO DEIXA RASTRO NO DIARIO, COM
      *    A CHAVE DA INSTRUCAO NO TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'PAGMNT  '      TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE WS-DIARIO-COD   TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING WS-EVENTO WS-ELO-DATA '/' WS-ELO-SEQ
                      DELIMITED BY SIZE INTO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR    TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0290-FIM.

       0410-ABRE-REMESSA-CANC.
      *    UMA REMESSA DE CANCELAMENTOS POR SESSAO, ABERTA NO
      *    PRIMEIRO CANCELAMENTO.
           IF CANC-ABERTA
               GO TO 0410-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-PAGCANC.
           STRING WS-ARQ-PREF-CANC DELIMITED BY SPACE
                  WS-HOJE '.' WS-HORA-SESSAO(1:6)
                  DELIMITED BY SIZE INTO WS-NOME-PAGCANC.

           SET ST-CAN-OK TO TRUE.
           OPEN OUTPUT PAGCANC.
           IF NOT ST-CAN-OK
               DISPLAY 'ERRO AO GRAVAR A REMESSA DE CANCELAMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-CAN
               GO TO 0410-FIM
           END-IF.
           SET CANC-ABERTA TO TRUE.

           MOVE SPACES  TO RG-PAGCANC-CTL.
           MOVE 'HD'    TO PCC-TIPO.
           MOVE WS-HOJE TO PCC-DATA.
           MOVE ZEROS   TO PCC-QUANTIDADE PCC-VALOR-TOTAL.
           WRITE RG-PAGCANC-CTL.
       0410-FIM.

       0420-ABRE-REMESSA-REEM.
      *    UMA REMESSA DE REEMISSOES POR SESSAO, ABERTA NA PRIMEIRA
      *    REEMISSAO.
           IF REEM-ABERTA
               GO TO 0420-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-PAGREEM.
           STRING WS-ARQ-PREF-REEM DELIMITED BY SPACE
                  WS-HOJE '.' WS-HORA-SESSAO(1:6)
                  DELIMITED BY SIZE INTO WS-NOME-PAGREEM.

           SET ST-REE-OK TO TRUE.
           OPEN OUTPUT PAGREEM.
           IF NOT ST-REE-OK
               DISPLAY 'ERRO AO GRAVAR A REMESSA DE REEMISSOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-REE
               GO TO 0420-FIM
           END-IF.
           SET REEM-ABERTA TO TRUE.

           MOVE SPACES  TO RG-PAGREEM-CTL.
           MOVE 'HD'    TO PRC-TIPO.
           MOVE WS-HOJE TO PRC-DATA.
           MOVE ZEROS   TO PRC-QUANTIDADE PRC-VALOR-TOTAL.
           WRITE RG-PAGREEM-CTL.
       0420-FIM.

       0480-FECHA-REMESSAS.
           IF CANC-ABERTA
               MOVE SPACES        TO RG-PAGCANC-CTL
               MOVE 'TR'          TO PCC-TIPO
               MOVE WS-HOJE       TO PCC-DATA
               MOVE WS-CONT-CANC  TO PCC-QUANTIDADE
               MOVE WS-VALOR-CANC TO PCC-VALOR-TOTAL
               WRITE RG-PAGCANC-CTL
               CLOSE PAGCANC
               MOVE WS-VALOR-CANC TO WS-TOTAL-ED
               DISPLAY 'CANCELAMENTOS EM ' WS-NOME-PAGCANC
               DISPLAY 'QUANTIDADE: ' WS-CONT-CANC
                       ' - TOTAL ' WS-TOTAL-ED
           END-IF.
           IF REEM-ABERTA
               MOVE SPACES        TO RG-PAGREEM-CTL
               MOVE 'TR'          TO PRC-TIPO
               MOVE WS-HOJE       TO PRC-DATA
               MOVE WS-CONT-REEM  TO PRC-QUANTIDADE
               MOVE WS-VALOR-REEM TO PRC-VALOR-TOTAL
               WRITE RG-PAGREEM-CTL
               CLOSE PAGREEM
               MOVE WS-VALOR-REEM TO WS-TOTAL-ED
               DISPLAY 'REEMISSOES EM ' WS-NOME-PAGREEM
               DISPLAY 'QUANTIDADE: ' WS-CONT-REEM
                       ' - TOTAL ' WS-TOTAL-ED
               DISPLAY 'APLIQUE O RETORNO DO BANCO PELO PAGTORET.'
           END-IF.
       0480-FIM.

       COPY FD_STATUS_MSG REPLACING WS-ST BY WS-ST-CTL.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'PAGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-DAT.
           MOVE 'PAGCANC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-CANC.
           MOVE 'PAGREEM.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REEM.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
