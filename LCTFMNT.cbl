      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta e cancelamento dos lancamentos com data
      *          futura guardados no armazem LCTFUT.DAT pelo LANCTOS.
      *          Lista o armazem inteiro ou so um codigo, em ordem de
      *          data efetiva; no cancelamento percorre os lancamentos
      *          do codigo informado e retira do armazem os que forem
      *          confirmados, jornalizando no DIARIO. So o operador
      *          que submeteu o lancamento ou o nivel supervisor
      *          cancela, e nunca durante a cadeia noturna, que e
      *          quando a etapa LCTFLIB libera o armazem.
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
              SELECT LCTFUT ASSIGN TO WS-ARQ-LCTFUT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LFUT-CHAVE
              FILE STATUS IS WS-ST.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-BLOQ.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD LCTFUT.
       COPY FD_LCTFUT.

       FD DIARIO.
       COPY FD_DIARIO.

       FD OPERMST.
       COPY FD_OPER.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY BLOQBAT_WS.
       77  WS-ARQ-LCTFUT-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'S' FALSE 'N'.
       77 WS-FIM            PIC X     VALUE 'N'.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
         88 OPCAO-CANCELAR            VALUE 'C' 'c'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-OPER-VALIDO    PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO VALUE 'S' FALSE 'N'.
       77 WS-OPER-NIVEL-LIDO PIC 9(01) VALUE ZEROS.
       77 WS-COD-PEDIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
         88 CONFIRMA-SIM              VALUE 'S' 's'.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$9,99.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CANCELADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-LISTADO  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ED       PIC -$$$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '******** LANCAMENTOS COM DATA FUTURA ********'
           SET WS-EXIT-OK TO FALSE.
           PERFORM 0110-IDENTIFICA-OPERADOR THRU 0110-FIM.
           IF NOT OPERADOR-VALIDO
               SET WS-EXIT-OK TO TRUE
           END-IF.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO WS-OPERADOR WS-OPER-SENHA.

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-OPERADOR
               MOVE 2 TO WS-OPER-NIVEL-LIDO
               SET OPERADOR-VALIDO TO TRUE
           ELSE
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
                               SET OPERADOR-VALIDO TO TRUE
                               MOVE OPER-NIVEL TO WS-OPER-NIVEL-LIDO
                           ELSE
                               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<L>ISTAR, <C>ANCELAR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM 0210-LISTA THRU 0210-FIM
               WHEN OPCAO-CANCELAR
                   PERFORM 0220-CANCELA THRU 0220-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-LISTA.
           MOVE ZEROS TO WS-COD-PEDIDO WS-CONT-LISTADOS
                         WS-TOTAL-LISTADO.
           DISPLAY 'CODIGO (ZERO PARA TODOS): '
           ACCEPT WS-COD-PEDIDO.

           PERFORM 0250-ABRE-ARMAZEM THRU 0250-FIM.
           IF NOT ST-OK
               GO TO 0210-FIM
           END-IF.

           DISPLAY 'EFETIVO  CODIGO  T          VALOR MOT SUBMETIDO'
                   ' OPERADOR'.
           PERFORM 0215-LISTA-ITEM THRU 0215-FIM
                   UNTIL FIM-OK.
           CLOSE LCTFUT.

           MOVE WS-TOTAL-LISTADO TO WS-TOTAL-ED.
           DISPLAY WS-CONT-LISTADOS ' LANCAMENTO(S) NO ARMAZEM -'
                   ' TOTAL ' WS-TOTAL-ED.
       0210-FIM.

       0215-LISTA-ITEM.
           READ LCTFUT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF WS-COD-PEDIDO EQUAL ZEROS
                      OR LFUT-COD-DADOS EQUAL WS-COD-PEDIDO
                       PERFORM 0240-EXIBE-ITEM THRU 0240-FIM
                       ADD 1 TO WS-CONT-LISTADOS
                       ADD LFUT-VALOR TO WS-TOTAL-LISTADO
                   END-IF
           END-READ.
       0215-FIM.

       0220-CANCELA.
           PERFORM 9550-VERIFICA-BLOQUEIO THRU 9550-FIM.
           IF BATCH-EM-EXECUCAO
               DISPLAY 'CADEIA NOTURNA EM EXECUCAO - CANCELAMENTO'
                       ' BLOQUEADO.'
               GO TO 0220-FIM
           END-IF.

           MOVE ZEROS TO WS-COD-PEDIDO WS-CONT-CANCELADOS.
           DISPLAY 'CODIGO DO LANCAMENTO A CANCELAR: '
           ACCEPT WS-COD-PEDIDO.
           IF WS-COD-PEDIDO EQUAL ZEROS
               GO TO 0220-FIM
           END-IF.

           PERFORM 0250-ABRE-ARMAZEM THRU 0250-FIM.
           IF NOT ST-OK
               GO TO 0220-FIM
           END-IF.

           PERFORM 0225-CANCELA-ITEM THRU 0225-FIM
                   UNTIL FIM-OK.
           CLOSE LCTFUT.

           DISPLAY WS-CONT-CANCELADOS ' LANCAMENTO(S) CANCELADO(S).'.
       0220-FIM.

       0225-CANCELA-ITEM.
           READ LCTFUT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0225-FIM
           END-READ.

           IF LFUT-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               GO TO 0225-FIM
           END-IF.

           PERFORM 0240-EXIBE-ITEM THRU 0240-FIM.

           IF LFUT-OPERADOR NOT EQUAL WS-OPERADOR
              AND WS-OPER-NIVEL-LIDO < 2
               DISPLAY 'SUBMETIDO POR OUTRO OPERADOR - SO ELE OU O'
                       ' SUPERVISOR PODE CANCELAR.'
               GO TO 0225-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CANCELA ESTE LANCAMENTO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMA-SIM
               GO TO 0225-FIM
           END-IF.

           DELETE LCTFUT RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR O LANCAMENTO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
                   GO TO 0225-FIM
           END-DELETE.

           ADD 1 TO WS-CONT-CANCELADOS.
           PERFORM 0260-GRAVA-DIARIO THRU 0260-FIM.
           DISPLAY 'LANCAMENTO CANCELADO.'.
       0225-FIM.

       0240-EXIBE-ITEM.
           MOVE LFUT-VALOR TO WS-VALOR-ED.
           DISPLAY LFUT-DATA-EFET ' ' LFUT-COD-DADOS ' ' LFUT-TIPO
                   ' ' WS-VALOR-ED ' ' LFUT-MOTIVO ' '
                   LFUT-DATA-SUB ' ' LFUT-OPERADOR.
       0240-FIM.

       0250-ABRE-ARMAZEM.
           SET FIM-OK TO FALSE.
           SET ST-OK TO TRUE.
           OPEN I-O LCTFUT.

           IF WS-ST EQUAL 35
               DISPLAY 'NENHUM LANCAMENTO COM DATA FUTURA NO'
                       ' ARMAZEM.'
               GO TO 0250-FIM
           END-IF.

           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARMAZEM DE LANCAMENTOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0250-FIM
           END-IF.

           MOVE LOW-VALUES TO LFUT-CHAVE.
           START LCTFUT KEY IS NOT LESS THAN LFUT-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
       0250-FIM.

       0260-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'LCTFMNT '       TO DIARIO-PROGRAMA
               SET DIARIO-OP-EXCLUSAO TO TRUE
               MOVE LFUT-COD-DADOS   TO DIARIO-COD-DADOS
               MOVE 'AGENDADO CANCELADO' TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR      TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0260-FIM.

       0500-FIM.
           STOP RUN.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'LCTFUT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LCTFUT-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY BLOQBAT.
