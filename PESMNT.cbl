      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de pessoas (PESSOAS.DAT) -
      *          vincula e desvincula codigos de DADOS1.DAT ao
      *          identificador confirmado da pessoa ou empresa que os
      *          detem, consulta os codigos de uma pessoa e lista o
      *          cadastro. Substitui o palpite por semelhanca de nome
      *          do DUPNOME pelo vinculo conferido pela mesa. O codigo
      *          e validado contra DADOS1.DAT no vinculo; um codigo ja
      *          vinculado so muda de pessoa com confirmacao.
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
              SELECT PESSOAS ASSIGN TO WS-ARQ-PESSOAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PES-COD-DADOS
              ALTERNATE RECORD KEY IS PES-ID-PESSOA WITH DUPLICATES
              FILE STATUS IS WS-ST.
              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PESSOAS.
       COPY FD_PESSOA.
       FD DADOS1.
       COPY FD_CRUD.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-PESSOAS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DAD         PIC 99.
         88 ST-DAD-OK       VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-VINCULAR            VALUE 'V' 'v'.
         88 OPCAO-DESVINCULAR         VALUE 'D' 'd'.
         88 OPCAO-CONSULTAR           VALUE 'C' 'c'.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
       77 WS-COD-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WS-ID-ENTRADA     PIC X(10) VALUE SPACES.
       77 WS-COD-EXISTE     PIC X     VALUE 'N'.
         88 COD-EXISTE                VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO     PIC X     VALUE 'N'.
         88 DAD-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-NOME-EXIBIDO   PIC X(20) VALUE SPACES.
       77 WS-DEPTO-EXIBIDO  PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '******** CADASTRO DE PESSOAS X CODIGOS ********'
           SET WS-EXIT-OK     TO FALSE.
           PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O PESSOAS.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT PESSOAS
           END-IF.

           IF ST-OK THEN
               CLOSE PESSOAS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PESSOAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<V>INCULAR, <D>ESVINCULAR CODIGO, <C>ONSULTAR'
                   ' PESSOA, <L>ISTAR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-VINCULAR
                   PERFORM 0210-VINCULA THRU 0210-FIM
               WHEN OPCAO-DESVINCULAR
                   PERFORM 0220-DESVINCULA THRU 0220-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTA-PESSOA THRU 0230-FIM
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTA THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-VINCULA.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO (0000001-9999999): '
           ACCEPT WS-COD-ENTRADA.
           PERFORM 0260-VALIDA-CODIGO THRU 0260-FIM.

           IF NOT COD-EXISTE
               DISPLAY 'CODIGO ' WS-COD-ENTRADA
                       ' NAO CADASTRADO EM DADOS1.DAT.'
               GO TO 0210-FIM
           END-IF.

           MOVE SPACES TO WS-ID-ENTRADA.
           DISPLAY 'IDENTIFICADOR DA PESSOA (10 CARACTERES): '
           ACCEPT WS-ID-ENTRADA.
           IF WS-ID-ENTRADA EQUAL SPACES
               DISPLAY 'IDENTIFICADOR OBRIGATORIO - VINCULO'
                       ' ABANDONADO.'
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O PESSOAS.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PESSOAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO PES-COD-DADOS.
           READ PESSOAS
               INVALID KEY
                   MOVE WS-ID-ENTRADA TO PES-ID-PESSOA
                   ACCEPT PES-DATA-VINCULO FROM DATE YYYYMMDD
                   WRITE RG-PESSOA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O VINCULO.'
                       NOT INVALID KEY
                           DISPLAY 'CODIGO VINCULADO COM SUCESSO.'
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 0215-TRANSFERE THRU 0215-FIM
           END-READ.
           CLOSE PESSOAS.
       0210-FIM.

       0215-TRANSFERE.
      *    UM CODIGO SO PERTENCE A UMA PESSOA - O VINCULO ANTERIOR
      *    E SUBSTITUIDO APENAS COM CONFIRMACAO DO OPERADOR.
           IF PES-ID-PESSOA EQUAL WS-ID-ENTRADA
               DISPLAY 'CODIGO JA VINCULADO A ESTA PESSOA.'
               GO TO 0215-FIM
           END-IF.

           DISPLAY 'CODIGO JA VINCULADO A PESSOA ' PES-ID-PESSOA
                   ' DESDE ' PES-DATA-VINCULO '.'
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'TRANSFERE PARA ' WS-ID-ENTRADA '? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'VINCULO MANTIDO.'
               GO TO 0215-FIM
           END-IF.

           MOVE WS-ID-ENTRADA TO PES-ID-PESSOA.
           ACCEPT PES-DATA-VINCULO FROM DATE YYYYMMDD.
           REWRITE RG-PESSOA
               INVALID KEY
                   DISPLAY 'ERRO AO TRANSFERIR O VINCULO.'
               NOT INVALID KEY
                   DISPLAY 'VINCULO TRANSFERIDO.'
           END-REWRITE.
       0215-FIM.

       0220-DESVINCULA.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO (0000001-9999999): '
           ACCEPT WS-COD-ENTRADA.

           SET ST-OK TO TRUE.
           OPEN I-O PESSOAS.

           IF ST-OK THEN
               MOVE WS-COD-ENTRADA TO PES-COD-DADOS
               READ PESSOAS
                   INVALID KEY
                       DISPLAY 'CODIGO NAO VINCULADO A NENHUMA'
                               ' PESSOA.'
                   NOT INVALID KEY
                       DISPLAY 'VINCULADO A PESSOA: ' PES-ID-PESSOA
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA O DESVINCULO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           DELETE PESSOAS
                               INVALID KEY
                                   DISPLAY 'ERRO AO DESVINCULAR.'
                               NOT INVALID KEY
                                   DISPLAY 'CODIGO DESVINCULADO.'
                           END-DELETE
                       ELSE
                           DISPLAY 'VINCULO MANTIDO.'
                       END-IF
               END-READ
               CLOSE PESSOAS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PESSOAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0220-FIM.

       0230-CONSULTA-PESSOA.
           MOVE SPACES TO WS-ID-ENTRADA.
           DISPLAY 'IDENTIFICADOR DA PESSOA (10 CARACTERES): '
           ACCEPT WS-ID-ENTRADA.

           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LISTADOS.
           OPEN INPUT PESSOAS.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PESSOAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0230-FIM
           END-IF.

           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-DAD-OK
               SET DAD-ABERTO TO TRUE
           END-IF.

           MOVE WS-ID-ENTRADA TO PES-ID-PESSOA.
           START PESSOAS KEY IS EQUAL TO PES-ID-PESSOA
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.

           DISPLAY 'CODIGO  NOME                 DEPTO VINCULO'
           PERFORM 0235-MOSTRA-CODIGO THRU 0235-FIM
                   UNTIL FIM-OK.
           DISPLAY 'CODIGOS DA PESSOA: ' WS-CONT-LISTADOS.

           IF DAD-ABERTO
               CLOSE DADOS1
               SET DAD-ABERTO TO FALSE
           END-IF.
           CLOSE PESSOAS.
       0230-FIM.

       0235-MOSTRA-CODIGO.
           READ PESSOAS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0235-FIM
           END-READ.
           IF PES-ID-PESSOA NOT EQUAL WS-ID-ENTRADA
               SET FIM-OK TO TRUE
               GO TO 0235-FIM
           END-IF.

           MOVE '(FORA DO CADASTRO)' TO WS-NOME-EXIBIDO.
           MOVE SPACES TO WS-DEPTO-EXIBIDO.
           IF DAD-ABERTO
               MOVE PES-COD-DADOS TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOM-DADOS   TO WS-NOME-EXIBIDO
                       MOVE DEPTO-DADOS TO WS-DEPTO-EXIBIDO
               END-READ
           END-IF.
           DISPLAY PES-COD-DADOS ' ' WS-NOME-EXIBIDO ' '
                   WS-DEPTO-EXIBIDO '  ' PES-DATA-VINCULO.
           ADD 1 TO WS-CONT-LISTADOS.
       0235-FIM.

       0240-LISTA.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LISTADOS.

           OPEN INPUT PESSOAS.

           IF ST-OK THEN
               DISPLAY 'CODIGO  PESSOA     VINCULO'
               PERFORM 0245-LISTA-VINCULO THRU 0245-FIM
                       UNTIL FIM-OK
               CLOSE PESSOAS
               DISPLAY 'TOTAL DE VINCULOS: ' WS-CONT-LISTADOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PESSOAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0240-FIM.

       0245-LISTA-VINCULO.
           READ PESSOAS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   DISPLAY PES-COD-DADOS ' ' PES-ID-PESSOA ' '
                           PES-DATA-VINCULO
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0245-FIM.

       0260-VALIDA-CODIGO.
           SET COD-EXISTE TO FALSE.
           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.

           IF ST-DAD-OK THEN
               MOVE WS-COD-ENTRADA TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COD-EXISTE TO TRUE
               END-READ
               CLOSE DADOS1
           ELSE
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DAD
           END-IF.
       0260-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'PESSOAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PESSOAS-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
       9600-FIM.

       COPY PERFIL.
