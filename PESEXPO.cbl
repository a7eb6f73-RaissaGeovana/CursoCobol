      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exposicao consolidada por pessoa - percorre o
      *          cadastro de pessoas (PESSOAS.DAT) na ordem do
      *          identificador e, para cada pessoa, lista os codigos
      *          vinculados com nome, departamento, situacao e
      *          VALOR-DADOS lidos de DADOS1.DAT, totalizando o valor
      *          da pessoa em todos os seus codigos e assinalando as
      *          pessoas com codigos em mais de um departamento.
      *          Codigo vinculado que nao existe mais no cadastro sai
      *          marcado e fora do total. Relatorio pelo PRINTSRV em
      *          PESEXPO.AAAAMMDD.TXT, registrado no catalogo de
      *          relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          Codigo fora do cadastro so aparece na visao
      *          consolidada, que e a unica a ver todas as empresas.
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
              FILE STATUS IS WS-ST-PES.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-CAT.

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

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-PESSOAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-PES          PIC 99.
         88 ST-PES-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-PES-ABERTO      PIC X     VALUE 'N'.
         88 PES-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-VARIOS-DEPTOS   PIC X     VALUE 'N'.
         88 VARIOS-DEPTOS              VALUE 'S' FALSE 'N'.
       77 WS-COD-ACHADO      PIC X     VALUE 'N'.
         88 COD-ACHADO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    QUEBRA POR PESSOA.
       77 WS-PESSOA-ATUAL    PIC X(10) VALUE SPACES.
       77 WS-DEPTO-PRIMEIRO  PIC X(04) VALUE SPACES.
       77 WS-PES-QTD         PIC 9(05) VALUE ZEROS.
       77 WS-PES-VALOR       PIC S9(11)V99 VALUE ZEROS.
      *    TOTAIS GERAIS.
       77 WS-CONT-PESSOAS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CODIGOS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-AUSENTES   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MULTI      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VALOR       PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTD-ED          PIC ZZZZ9.
       77 WS-VALOR-ED        PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           MOVE 'I' TO EMP-FUNCAO.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               STOP RUN
           END-IF.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-PROCESSA THRU P0200-FIM
                       UNTIL FIM-OK
               IF WS-PESSOA-ATUAL NOT EQUAL SPACES
                   PERFORM P0300-FECHA-PESSOA THRU P0300-FIM
               END-IF
               PERFORM P0400-TOTAIS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** EXPOSICAO CONSOLIDADA POR PESSOA *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           SET ST-PES-OK TO TRUE.
           OPEN INPUT PESSOAS.
           IF NOT ST-PES-OK
               DISPLAY 'CADASTRO DE PESSOAS INDISPONIVEL - NADA A'
                       ' CONSOLIDAR.'
               DISPLAY 'FILE STATUS: ' WS-ST-PES
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET PES-ABERTO TO TRUE.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET DAD-ABERTO TO TRUE.

      *    LEITURA NA ORDEM DO IDENTIFICADOR DA PESSOA.
           MOVE LOW-VALUES TO PES-ID-PESSOA.
           START PESSOAS KEY IS NOT LESS THAN PES-ID-PESSOA
               INVALID KEY
                   DISPLAY 'CADASTRO DE PESSOAS VAZIO.'
                   SET FIM-OK TO TRUE
                   GO TO P0100-FIM
           END-START.

           PERFORM P0150-ABRE-SAIDA THRU P0150-FIM.
           IF NOT SAIDA-ABERTA
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0150-ABRE-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE 'EXPOSICAO CONSOLIDADA POR PESSOA' TO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0150-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.

           MOVE 'PESSOA     CODIGO  NOME                 DEPTO SIT'
             TO WS-LINHA-RELATORIO.
           MOVE 'VALOR' TO WS-LINHA-RELATORIO(65:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0150-FIM.

       P0200-PROCESSA.
           READ PESSOAS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.

      *    O VINCULO SO ENTRA SE O CODIGO FOR DA VISAO DO OPERADOR;
      *    A QUEBRA POR PESSOA VEM DEPOIS PARA NAO ABRIR PESSOA SEM
      *    NENHUM CODIGO VISIVEL.
           MOVE PES-COD-DADOS TO COD-DADOS.
           SET COD-ACHADO TO TRUE.
           READ DADOS1
               INVALID KEY
                   SET COD-ACHADO TO FALSE
                   MOVE SPACES TO DEPTO-DADOS
           END-READ.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0200-FIM
           END-IF.

           IF PES-ID-PESSOA NOT EQUAL WS-PESSOA-ATUAL
               IF WS-PESSOA-ATUAL NOT EQUAL SPACES
                   PERFORM P0300-FECHA-PESSOA THRU P0300-FIM
               END-IF
               MOVE PES-ID-PESSOA TO WS-PESSOA-ATUAL
               MOVE SPACES TO WS-DEPTO-PRIMEIRO
               MOVE ZEROS  TO WS-PES-QTD WS-PES-VALOR
               SET VARIOS-DEPTOS TO FALSE
               ADD 1 TO WS-CONT-PESSOAS
           END-IF.

           ADD 1 TO WS-PES-QTD WS-CONT-CODIGOS.
           IF NOT COD-ACHADO
               ADD 1 TO WS-CONT-AUSENTES
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING PES-ID-PESSOA ' ' PES-COD-DADOS
                      ' (FORA DO CADASTRO - NAO TOTALIZADO)'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0200-FIM
           END-IF.

           IF WS-DEPTO-PRIMEIRO EQUAL SPACES
               MOVE DEPTO-DADOS TO WS-DEPTO-PRIMEIRO
           ELSE
               IF DEPTO-DADOS NOT EQUAL WS-DEPTO-PRIMEIRO
                   SET VARIOS-DEPTOS TO TRUE
               END-IF
           END-IF.
           ADD VALOR-DADOS TO WS-PES-VALOR.

           MOVE VALOR-DADOS TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING PES-ID-PESSOA ' ' PES-COD-DADOS ' ' NOM-DADOS
                  ' ' DEPTO-DADOS '  ' STATUS-DADOS
                  '     ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0200-FIM.

       P0300-FECHA-PESSOA.
           ADD WS-PES-VALOR TO WS-TOT-VALOR.
           MOVE WS-PES-QTD   TO WS-QTD-ED.
           MOVE WS-PES-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL ' WS-PESSOA-ATUAL ' - ' WS-QTD-ED
                  ' CODIGO(S)'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF VARIOS-DEPTOS
               ADD 1 TO WS-CONT-MULTI
               MOVE '* VARIOS DEPTOS' TO WS-LINHA-RELATORIO(38:15)
           END-IF.
           MOVE WS-VALOR-ED TO WS-LINHA-RELATORIO(53:17).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0300-FIM.

       P0400-TOTAIS.
           MOVE WS-TOT-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PESSOAS ' WS-CONT-PESSOAS
                  ' CODIGOS ' WS-CONT-CODIGOS
                  ' EXPOSICAO TOTAL ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PESSOAS EM VARIOS DEPTOS ' WS-CONT-MULTI
                  ' - CODIGOS FORA DO CADASTRO ' WS-CONT-AUSENTES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
       P0400-FIM.

       P0500-FINALIZA.
           IF PES-ABERTO
               CLOSE PESSOAS
           END-IF.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF SAIDA-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'PESSOAS...............: ' WS-CONT-PESSOAS.
           DISPLAY 'CODIGOS VINCULADOS....: ' WS-CONT-CODIGOS.
           DISPLAY 'FORA DO CADASTRO......: ' WS-CONT-AUSENTES.
           DISPLAY 'FORA DA VISAO.........: ' WS-CONT-FORA-VISAO.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0600-REGISTRA-CATALOGO.
      *    TODA CORRIDA SE REGISTRA NO CATALOGO DE RELATORIOS PARA O
      *    RELCATLG LISTAR E REIMPRIMIR A SAIDA DATADA GUARDADA.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O RELCAT.

           IF WS-ST-CAT EQUAL 35 THEN
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               OPEN I-O RELCAT
           END-IF.

           IF ST-CAT-OK THEN
               MOVE 'PESEXPO ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE 'TODAS AS PESSOAS' TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-SAIDA      TO REL-ARQUIVO
               WRITE RG-RELCAT
                   INVALID KEY
                       REWRITE RG-RELCAT
               END-WRITE
               CLOSE RELCAT
           ELSE
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CAT
           END-IF.
       P0600-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           IF NOT SAIDA-ABERTA
               GO TO P0710-FIM
           END-IF.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       COPY FD_STATUS_MSG.

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
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'PESEXPO.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
       COPY EMPRESA.
