      ******************************************************************
      * Author:
      * Date:
      * Purpose: Utilizacao mensal dos limites de exposicao - varre
      *          DADOS1.DAT e, para cada codigo ativo com limite (o
      *          proprio ou o padrao do departamento), lista o
      *          VALOR-DADOS contra o teto e o piso e o percentual do
      *          teto ja utilizado. Uma segunda passada relaciona os
      *          codigos com 90% ou mais do teto utilizado, fechando
      *          com os totais. Impresso pelo PRINTSRV com saida
      *          datada LIMREL.AAAAMMDD.TXT e registrado no catalogo
      *          de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
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
              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT LIMITES ASSIGN TO WS-ARQ-LIMITES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LIM-CHAVE
              FILE STATUS IS WS-ST-LIM.

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
       FD DADOS1.
       COPY FD_CRUD.

       FD LIMITES.
       COPY FD_LIMITE.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY LIMITE_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMITES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FASE            PIC 9     VALUE 1.
         88 FASE-UTILIZACAO           VALUE 1.
         88 FASE-ACIMA-90             VALUE 2.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-PCT-USO         PIC S9(05)V9 COMP-3 VALUE ZEROS.
       77 WS-PCT-ED          PIC ZZZZ9,9.
       77 WS-SITUACAO        PIC X(14) VALUE SPACES.
       77 WS-VALOR-ED        PIC -ZZZZZZ9,99.
       77 WS-MAXIMO-ED       PIC -ZZZZZZ9,99.
       77 WS-MINIMO-ED       PIC -ZZZZZZ9,99.
       77 WS-TOT-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-COM-LIMITE  PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ACIMA-90    PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ABAIXO-PISO PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
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

           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0300-SEGUNDA-PASSADA THRU P0300-FIM.
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** UTILIZACAO DOS LIMITES DE EXPOSICAO *****'.
           SET FIM-OK TO FALSE.
           SET FASE-UTILIZACAO TO TRUE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'UTILIZACAO DOS LIMITES DE EXPOSICAO'
             TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE LIMITES.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               SET FASE-ACIMA-90 TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           MOVE 'CODIGO  DEPT        VALOR L        TETO        PISO'
             TO WS-LINHA-RELATORIO.
           MOVE '   % USO SITUACAO' TO WS-LINHA-RELATORIO(52:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.

           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT VAZIO OU INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               SET FASE-ACIMA-90 TO TRUE
           END-IF.
       P0100-FIM.

       P0200-VARRE.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   CLOSE DADOS1
               NOT AT END
                   IF NOT DADO-INATIVO
                       PERFORM P0210-CONFERE-CODIGO THRU P0210-FIM
                   END-IF
           END-READ.
       P0200-FIM.

       P0210-CONFERE-CODIGO.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               IF FASE-UTILIZACAO
                   ADD 1 TO WS-CONT-FORA-VISAO
               END-IF
               GO TO P0210-FIM
           END-IF.

      *    MOVIMENTO ZERO: A CONSULTA SO DEVOLVE O LIMITE VIGENTE,
      *    SEM JULGAR EXCESSO.
           MOVE COD-DADOS   TO WS-LIM-COD.
           MOVE DEPTO-DADOS TO WS-LIM-DEPTO.
           MOVE VALOR-DADOS TO WS-LIM-VALOR.
           MOVE ZEROS       TO WS-LIM-MOVIMENTO.
           PERFORM 9575-VERIFICA-LIMITE THRU 9575-FIM.

           IF NOT TEM-LIMITE
               IF FASE-UTILIZACAO
                   ADD 1 TO WS-TOT-LIDOS
               END-IF
               GO TO P0210-FIM
           END-IF.

           MOVE ZEROS  TO WS-PCT-USO.
           MOVE SPACES TO WS-SITUACAO.
           IF WS-LIM-MAXIMO > ZEROS
               COMPUTE WS-PCT-USO ROUNDED =
                       VALOR-DADOS * 100 / WS-LIM-MAXIMO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PCT-USO
               END-COMPUTE
               IF WS-PCT-USO NOT < 90
                   MOVE 'ACIMA DE 90%' TO WS-SITUACAO
               END-IF
           ELSE
               MOVE 'SEM TETO' TO WS-SITUACAO
           END-IF.

           IF VALOR-DADOS < WS-LIM-MINIMO
               MOVE 'ABAIXO DO PISO' TO WS-SITUACAO
           END-IF.

           IF FASE-UTILIZACAO
               ADD 1 TO WS-TOT-LIDOS
               ADD 1 TO WS-TOT-COM-LIMITE
               IF WS-SITUACAO EQUAL 'ABAIXO DO PISO'
                   ADD 1 TO WS-TOT-ABAIXO-PISO
               END-IF
               IF WS-LIM-MAXIMO > ZEROS AND WS-PCT-USO NOT < 90
                   ADD 1 TO WS-TOT-ACIMA-90
               END-IF
               PERFORM P0220-LISTA-CODIGO THRU P0220-FIM
           ELSE
               IF WS-LIM-MAXIMO > ZEROS AND WS-PCT-USO NOT < 90
                   PERFORM P0220-LISTA-CODIGO THRU P0220-FIM
               END-IF
           END-IF.
       P0210-FIM.

       P0220-LISTA-CODIGO.
           MOVE VALOR-DADOS   TO WS-VALOR-ED.
           MOVE WS-LIM-MAXIMO TO WS-MAXIMO-ED.
           MOVE WS-LIM-MINIMO TO WS-MINIMO-ED.
           MOVE WS-PCT-USO    TO WS-PCT-ED.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING COD-DADOS ' ' DEPTO-DADOS ' ' WS-VALOR-ED
                  ' ' WS-LIM-ORIGEM ' ' WS-MAXIMO-ED
                  ' ' WS-MINIMO-ED ' ' WS-PCT-ED
                  ' ' WS-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0220-FIM.

       P0300-SEGUNDA-PASSADA.
      *    RELACAO A PARTE DOS CODIGOS COM 90% OU MAIS DO TETO
      *    UTILIZADO, PARA O ACOMPANHAMENTO DO MES.
           IF FASE-ACIMA-90
               GO TO P0300-FIM
           END-IF.

           SET FASE-ACIMA-90 TO TRUE.
           SET FIM-OK TO FALSE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CODIGOS COM 90% OU MAIS DO TETO UTILIZADO'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.

           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL NA SEGUNDA PASSADA.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
           END-IF.
       P0300-FIM.

       P0400-RELATA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CODIGOS LIDOS ' WS-TOT-LIDOS
                  ' COM LIMITE ' WS-TOT-COM-LIMITE
                  ' ACIMA DE 90% ' WS-TOT-ACIMA-90
                  ' ABAIXO DO PISO ' WS-TOT-ABAIXO-PISO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'CODIGOS COM LIMITE: ' WS-TOT-COM-LIMITE
                   ' ACIMA DE 90%: ' WS-TOT-ACIMA-90
                   ' FORA DA VISAO: ' WS-CONT-FORA-VISAO.
           DISPLAY 'RELATORIO GRAVADO EM LIMREL.' WS-HOJE '.TXT'.
       P0400-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

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
               MOVE 'LIMREL  ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE 'UTILIZACAO DOS LIMITES' TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
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

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'LIMITES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMITES-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'LIMREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY LIMITE.

       COPY PERFIL.

       COPY EMPRESA.
