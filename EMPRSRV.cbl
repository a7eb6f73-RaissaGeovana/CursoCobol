      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregacao por empresa - subprograma chamado pelas
      *          consultas, listagens, relatorios e extratos do
      *          cadastro compartilhado pelas empresas do grupo.
      *          Descobre a empresa do operador (OPER-EMPRESA de
      *          OPERMST.DAT), ja assinado no MENUPROG (funcao C) ou
      *          identificado aqui com senha (funcao I), e carrega
      *          na area os departamentos de DEPTOS.DAT que pertencem
      *          a ela (DEPTO-EMPRESA). Operador de nivel 1 fica
      *          preso a propria empresa e e recusado se nao tiver
      *          uma; o supervisor escolhe uma empresa ou a visao
      *          consolidada. A funcao T carrega todos os
      *          departamentos com a empresa de cada um para os
      *          totais por empresa do fechamento e das conferencias.
      *          Sem cadastro de operadores a entrada e liberada como
      *          ADMIN (nivel supervisor), como nos demais programas.
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
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD OPERMST.
       COPY FD_OPER.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-DEPTO        PIC 99.
         88 ST-DEPTO-OK       VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-VALIDO PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO            VALUE 'S' FALSE 'N'.
       77 WS-EMPRESA-OPER    PIC X(04) VALUE SPACES.
       77 WS-EMPRESA-ESCOLHA PIC X(04) VALUE SPACES.
       77 WS-DEPTOS-FORA     PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       COPY EMPRSRV_WS.

       PROCEDURE DIVISION USING WS-EMP-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           MOVE ZEROS  TO EMP-RETORNO EMP-QTD-DEPTOS WS-DEPTOS-FORA.
           MOVE SPACES TO EMP-EMPRESA WS-EMPRESA-OPER.
           SET EMP-VISAO-CONSOLIDADA TO FALSE.
           SET EMP-DEPTO-PERMITIDO   TO FALSE.

           EVALUATE TRUE
               WHEN EMP-FUN-IDENTIFICA
                   PERFORM 0100-IDENTIFICA-OPERADOR THRU 0100-FIM
               WHEN EMP-FUN-CARREGA
                   PERFORM 0150-LE-OPERADOR THRU 0150-FIM
               WHEN OTHER
                   SET EMP-VISAO-CONSOLIDADA TO TRUE
           END-EVALUATE.

           IF EMP-RECUSADO
               GO TO 0000-FIM
           END-IF.

           IF NOT EMP-FUN-TABELA
               PERFORM 0200-DEFINE-VISAO THRU 0200-FIM
               IF NOT EMP-LIBERADO
                   GO TO 0000-FIM
               END-IF
           END-IF.

           PERFORM 0300-CARREGA-DEPTOS THRU 0300-FIM.

           IF NOT EMP-FUN-TABELA
               IF EMP-VISAO-CONSOLIDADA
                   DISPLAY 'VISAO CONSOLIDADA DAS EMPRESAS.'
               ELSE
                   DISPLAY 'VISAO RESTRITA A EMPRESA ' EMP-EMPRESA
                           ' (' EMP-QTD-DEPTOS ' DEPARTAMENTOS).'
               END-IF
           END-IF.
       0000-FIM.
           GOBACK.

       0100-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO EMP-OPERADOR WS-OPER-SENHA.
           MOVE ZEROS  TO EMP-NIVEL.

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT EMP-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO EMP-OPERADOR
               MOVE 2 TO EMP-NIVEL
               SET OPERADOR-VALIDO TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE EMP-OPERADOR TO OPER-ID
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
                               MOVE OPER-NIVEL   TO EMP-NIVEL
                               MOVE OPER-EMPRESA TO WS-EMPRESA-OPER
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

           IF NOT OPERADOR-VALIDO
               MOVE 8 TO EMP-RETORNO
           END-IF.
       0100-FIM.

       0150-LE-OPERADOR.
      *    OPERADOR JA ASSINADO NO MENUPROG: O NIVEL VEM DA AREA DE
      *    COMUNICACAO E A EMPRESA DO CADASTRO. OPERADOR FORA DO
      *    CADASTRO NAO TEM EMPRESA E SO PASSA COM NIVEL SUPERVISOR;
      *    A EXCECAO E O BATCH DA CADEIA NOTURNA E DA AGENDA, QUE
      *    NAO E UMA PESSOA E GERA AS SAIDAS CONSOLIDADAS.
           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               MOVE 2 TO EMP-NIVEL
               GO TO 0150-FIM
           END-IF.

           IF NOT ST-OPER-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
               MOVE 8 TO EMP-RETORNO
               GO TO 0150-FIM
           END-IF.

           MOVE EMP-OPERADOR TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   IF EMP-OPERADOR EQUAL 'BATCH'
                       MOVE 2 TO EMP-NIVEL
                   END-IF
               NOT INVALID KEY
                   MOVE OPER-EMPRESA TO WS-EMPRESA-OPER
           END-READ.
           CLOSE OPERMST.
       0150-FIM.

       0200-DEFINE-VISAO.
      *    NIVEL 1 VE SO A PROPRIA EMPRESA; SO O SUPERVISOR TEM A
      *    VISAO CONSOLIDADA.
           IF EMP-NIVEL < 2
               IF WS-EMPRESA-OPER EQUAL SPACES
                   DISPLAY 'OPERADOR ' EMP-OPERADOR ' SEM EMPRESA'
                           ' CADASTRADA - ACESSO RECUSADO.'
                   MOVE 4 TO EMP-RETORNO
               ELSE
                   MOVE WS-EMPRESA-OPER TO EMP-EMPRESA
               END-IF
               GO TO 0200-FIM
           END-IF.

           SET EMP-VISAO-CONSOLIDADA TO TRUE.
           IF NOT EMP-PERGUNTA-SIM
              OR EMP-OPERADOR EQUAL 'BATCH'
               GO TO 0200-FIM
           END-IF.

           MOVE SPACES TO WS-EMPRESA-ESCOLHA.
           DISPLAY 'EMPRESA (BRANCO = VISAO CONSOLIDADA): '
           ACCEPT WS-EMPRESA-ESCOLHA.
           IF WS-EMPRESA-ESCOLHA NOT EQUAL SPACES
               SET EMP-VISAO-CONSOLIDADA TO FALSE
               MOVE WS-EMPRESA-ESCOLHA TO EMP-EMPRESA
           END-IF.
       0200-FIM.

       0300-CARREGA-DEPTOS.
      *    NA VISAO CONSOLIDADA A TABELA LEVA TODOS OS DEPARTAMENTOS
      *    COM A EMPRESA DE CADA UM (BASE DOS TOTAIS POR EMPRESA);
      *    NA VISAO DE UMA EMPRESA, SO OS DELA.
           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.

           IF WS-ST-DEPTO EQUAL 35
               GO TO 0300-FIM
           END-IF.

           IF NOT ST-DEPTO-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DEPTO
               GO TO 0300-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM 0310-LE-DEPTO THRU 0310-FIM UNTIL FIM-OK.
           CLOSE DEPTOS.

           IF WS-DEPTOS-FORA > ZEROS
               DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - '
                       WS-DEPTOS-FORA ' DEPARTAMENTOS NAO CARREGADOS.'
           END-IF.
       0300-FIM.

       0310-LE-DEPTO.
           READ DEPTOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF EMP-VISAO-CONSOLIDADA
                      OR DEPTO-EMPRESA EQUAL EMP-EMPRESA
                       IF EMP-QTD-DEPTOS < 200
                           ADD 1 TO EMP-QTD-DEPTOS
                           MOVE DEPTO-CODIGO
                             TO EMP-DEPTO(EMP-QTD-DEPTOS)
                           MOVE DEPTO-EMPRESA
                             TO EMP-DEPTO-EMPRESA(EMP-QTD-DEPTOS)
                       ELSE
                           ADD 1 TO WS-DEPTOS-FORA
                       END-IF
                   END-IF
           END-READ.
       0310-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
