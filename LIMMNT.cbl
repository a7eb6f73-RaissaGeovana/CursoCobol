      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de limites de exposicao
      *          (LIMITES.DAT) - grava, exclui e consulta o teto e o
      *          piso do VALOR-DADOS combinados por codigo (tipo C) ou
      *          o padrao do departamento (tipo D), que vale para os
      *          codigos sem limite proprio. Teto zero e sem teto.
      *          A entrada exige credencial de supervisor; cada
      *          gravacao e exclusao e jornalizada no diario. Os
      *          limites sao conferidos por LANCTOS, RECORGER e REVAL
      *          (9575-VERIFICA-LIMITE) e a utilizacao sai no LIMREL.
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
              SELECT LIMITES ASSIGN TO WS-ARQ-LIMITES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LIM-CHAVE
              FILE STATUS IS WS-ST.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.

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
       FD LIMITES.
       COPY FD_LIMITE.

       FD DADOS1.
       COPY FD_CRUD.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD OPERMST.
       COPY FD_OPER.

       FD DIARIO.
       COPY FD_DIARIO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-LIMITES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DAD         PIC 99.
         88 ST-DAD-OK       VALUE 0.
       77 WS-ST-DEPTO       PIC 99.
         88 ST-DEPTO-OK     VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-GRAVAR              VALUE 'G' 'g'.
         88 OPCAO-EXCLUIR             VALUE 'E' 'e'.
         88 OPCAO-CONSULTAR           VALUE 'C' 'c'.
       77 WS-SUP-ID         PIC X(08) VALUE SPACES.
       77 WS-SUP-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR     PIC X(08) VALUE SPACES.
       77 WS-APROVACAO      PIC X     VALUE 'N'.
         88 APROVACAO-OK              VALUE 'S' FALSE 'N'.
       77 WS-TIPO-ENTRADA   PIC X     VALUE SPACES.
         88 TIPO-CODIGO               VALUE 'C' 'c'.
         88 TIPO-DEPTO                VALUE 'D' 'd'.
       77 WS-COD-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WS-DEPTO-ENTRADA  PIC X(04) VALUE SPACES.
       77 WS-MAXIMO-ENTRADA PIC S9(07)V99 VALUE ZEROS.
       77 WS-MINIMO-ENTRADA PIC S9(07)V99 VALUE ZEROS.
       77 WS-CHAVE-VALIDA   PIC X     VALUE 'N'.
         88 CHAVE-VALIDA              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
         88 CONFIRMA-SIM              VALUE 'S' 's'.
       77 WS-TEXTO-DIARIO   PIC X(20) VALUE SPACES.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$9,99.
       77 WS-VALOR-ED2      PIC -$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '******** LIMITES DE EXPOSICAO ***********'
           SET WS-EXIT-OK     TO FALSE.
           PERFORM 0120-APROVACAO-SUPERVISOR THRU 0120-FIM.
           IF NOT APROVACAO-OK
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM
           END-IF.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O LIMITES.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT LIMITES
           END-IF.

           IF ST-OK THEN
               CLOSE LIMITES
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE LIMITES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0120-APROVACAO-SUPERVISOR.
      *    OS LIMITES SAO COMBINADOS COM A CONTRAPARTE E SO O NIVEL
      *    SUPERVISOR OS GRAVA. SEM O CADASTRO DE OPERADORES
      *    (PRIMEIRA INSTALACAO) A ENTRADA E LIBERADA COMO ADMIN.
           SET APROVACAO-OK TO FALSE.
           MOVE SPACES TO WS-SUP-ID WS-SUP-SENHA WS-SUPERVISOR.

           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-SUP-ID.
           DISPLAY 'SENHA DO SUPERVISOR: '
           ACCEPT WS-SUP-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-SUPERVISOR
               SET APROVACAO-OK TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE WS-SUP-ID TO OPER-ID
                   READ OPERMST
                       INVALID KEY
                           DISPLAY 'SUPERVISOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-SUP-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO AND NIVEL-SUPERVISOR
                              AND OPER-SENHA = WS-SNH-HASH
                               MOVE OPER-ID TO WS-SUPERVISOR
                               SET APROVACAO-OK TO TRUE
                           ELSE
                               DISPLAY 'SUPERVISOR OU SENHA INVALIDOS.'
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       0120-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<G>RAVAR LIMITE, <E>XCLUIR, <C>ONSULTAR'
                   ' OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-GRAVAR
                   PERFORM 0210-GRAVA THRU 0210-FIM
               WHEN OPCAO-EXCLUIR
                   PERFORM 0220-EXCLUI THRU 0220-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0240-CONSULTA THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-GRAVA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0210-FIM
           END-IF.

           MOVE ZEROS TO WS-MAXIMO-ENTRADA WS-MINIMO-ENTRADA.
           DISPLAY 'TETO (EX: 0001234,56 - ZERO PARA SEM TETO): '
           ACCEPT WS-MAXIMO-ENTRADA.
           DISPLAY 'PISO (EX: -0001234,56): '
           ACCEPT WS-MINIMO-ENTRADA.

           IF WS-MAXIMO-ENTRADA NOT EQUAL ZEROS
              AND WS-MINIMO-ENTRADA > WS-MAXIMO-ENTRADA
               DISPLAY 'PISO MAIOR QUE O TETO - LIMITE NAO GRAVADO.'
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O LIMITES.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE LIMITES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.

           PERFORM 0255-MONTA-CHAVE THRU 0255-FIM.
           READ LIMITES
               INVALID KEY
                   PERFORM 0215-MONTA-LIMITE THRU 0215-FIM
                   WRITE RG-LIMITE
                   DISPLAY 'LIMITE INCLUIDO.'
               NOT INVALID KEY
                   PERFORM 0245-EXIBE-LIMITE THRU 0245-FIM
                   PERFORM 0215-MONTA-LIMITE THRU 0215-FIM
                   REWRITE RG-LIMITE
                   DISPLAY 'LIMITE ALTERADO.'
           END-READ.
           CLOSE LIMITES.

           MOVE 'LIMITE GRAVADO' TO WS-TEXTO-DIARIO.
           PERFORM 0230-GRAVA-DIARIO THRU 0230-FIM.
       0210-FIM.

       0215-MONTA-LIMITE.
           PERFORM 0255-MONTA-CHAVE THRU 0255-FIM.
           MOVE WS-MAXIMO-ENTRADA TO LIM-MAXIMO.
           MOVE WS-MINIMO-ENTRADA TO LIM-MINIMO.
           ACCEPT LIM-DATA-ALT FROM DATE YYYYMMDD.
           MOVE WS-SUPERVISOR     TO LIM-OPER-ALT.
       0215-FIM.

       0220-EXCLUI.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0220-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O LIMITES.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE LIMITES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0220-FIM
           END-IF.

           PERFORM 0255-MONTA-CHAVE THRU 0255-FIM.
           READ LIMITES
               INVALID KEY
                   DISPLAY 'LIMITE NAO CADASTRADO.'
               NOT INVALID KEY
                   PERFORM 0245-EXIBE-LIMITE THRU 0245-FIM
                   MOVE SPACES TO WS-CONFIRMA
                   DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF CONFIRMA-SIM
                       DELETE LIMITES
                       DISPLAY 'LIMITE EXCLUIDO.'
                       MOVE 'LIMITE EXCLUIDO' TO WS-TEXTO-DIARIO
                       PERFORM 0230-GRAVA-DIARIO THRU 0230-FIM
                   ELSE
                       DISPLAY 'LIMITE MANTIDO.'
                   END-IF
           END-READ.
           CLOSE LIMITES.
       0220-FIM.

       0230-GRAVA-DIARIO.
      *    LIMITE DE DEPARTAMENTO E JORNALIZADO COM CODIGO ZERO E O
      *    DEPARTAMENTO NO TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'LIMMNT'        TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               IF TIPO-CODIGO
                   MOVE WS-COD-ENTRADA TO DIARIO-COD-DADOS
                   MOVE WS-TEXTO-DIARIO TO DIARIO-NOM-DADOS
               ELSE
                   MOVE ZEROS TO DIARIO-COD-DADOS
                   MOVE SPACES TO DIARIO-NOM-DADOS
                   STRING WS-TEXTO-DIARIO DELIMITED BY '  '
                          ' ' WS-DEPTO-ENTRADA DELIMITED BY SIZE
                          INTO DIARIO-NOM-DADOS
               END-IF
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-SUPERVISOR  TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0230-FIM.

       0240-CONSULTA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0240-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT LIMITES.

           IF ST-OK THEN
               PERFORM 0255-MONTA-CHAVE THRU 0255-FIM
               READ LIMITES
                   INVALID KEY
                       DISPLAY 'LIMITE NAO CADASTRADO.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-LIMITE THRU 0245-FIM
               END-READ
               CLOSE LIMITES
           ELSE
               DISPLAY 'CADASTRO DE LIMITES VAZIO OU INDISPONIVEL.'
           END-IF.
       0240-FIM.

       0245-EXIBE-LIMITE.
           MOVE LIM-MAXIMO TO WS-VALOR-ED.
           MOVE LIM-MINIMO TO WS-VALOR-ED2.
           DISPLAY 'LIMITE......: ' LIM-TIPO ' ' LIM-ID.
           DISPLAY 'TETO........: ' WS-VALOR-ED.
           DISPLAY 'PISO........: ' WS-VALOR-ED2.
           DISPLAY 'ALTERADO EM.: ' LIM-DATA-ALT
                   ' POR ' LIM-OPER-ALT.
       0245-FIM.

       0250-ACEITA-CHAVE.
      *    LIMITE DE CODIGO EXIGE O CODIGO EM DADOS1.DAT; PADRAO DE
      *    DEPARTAMENTO EXIGE O DEPARTAMENTO EM DEPTOS.DAT (QUANDO O
      *    MESTRE EXISTE).
           SET CHAVE-VALIDA TO FALSE.
           MOVE SPACES TO WS-TIPO-ENTRADA WS-DEPTO-ENTRADA.
           MOVE ZEROS  TO WS-COD-ENTRADA.

           DISPLAY 'LIMITE DO <C>ODIGO OU PADRAO DO <D>EPARTAMENTO: '
           ACCEPT WS-TIPO-ENTRADA.

           EVALUATE TRUE
               WHEN TIPO-CODIGO
                   DISPLAY 'CODIGO DO DADO: '
                   ACCEPT WS-COD-ENTRADA
                   PERFORM 0260-VALIDA-CODIGO THRU 0260-FIM
               WHEN TIPO-DEPTO
                   DISPLAY 'DEPARTAMENTO (4 CARACTERES): '
                   ACCEPT WS-DEPTO-ENTRADA
                   PERFORM 0265-VALIDA-DEPTO THRU 0265-FIM
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO.'
           END-EVALUATE.
       0250-FIM.

       0255-MONTA-CHAVE.
           IF TIPO-CODIGO
               SET LIM-DO-CODIGO TO TRUE
               MOVE WS-COD-ENTRADA TO LIM-ID
           ELSE
               SET LIM-DO-DEPTO TO TRUE
               MOVE WS-DEPTO-ENTRADA TO LIM-ID
           END-IF.
       0255-FIM.

       0260-VALIDA-CODIGO.
           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-DAD-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DAD
               GO TO 0260-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO.'
               NOT INVALID KEY
                   SET CHAVE-VALIDA TO TRUE
           END-READ.
           CLOSE DADOS1.
       0260-FIM.

       0265-VALIDA-DEPTO.
           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.
           IF WS-ST-DEPTO EQUAL 35
               SET CHAVE-VALIDA TO TRUE
               GO TO 0265-FIM
           END-IF.
           IF NOT ST-DEPTO-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DEPTO
               GO TO 0265-FIM
           END-IF.

           MOVE WS-DEPTO-ENTRADA TO DEPTO-CODIGO.
           READ DEPTOS
               INVALID KEY
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO.'
               NOT INVALID KEY
                   SET CHAVE-VALIDA TO TRUE
           END-READ.
           CLOSE DEPTOS.
       0265-FIM.

       0500-FIM.
           DISPLAY 'MANUTENCAO DE LIMITES ENCERRADA.'
           STOP RUN.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'LIMITES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMITES-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
       9600-FIM.

       COPY FD_STATUS_MSG.

       COPY SENHA.

       COPY PERFIL.
