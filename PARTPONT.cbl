      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de pontualidade dos parceiros
      *          externos: le o acompanhamento de chegada dos arquivos
      *          (PARTMON.DAT, gravado pelo PARTMON na cadeia noturna)
      *          e, para os arquivos devidos no mes informado, totaliza
      *          por parceiro e tipo (entrada / confirmacao) os
      *          devidos, os resolvidos no prazo, os resolvidos com
      *          atraso, os ainda em aberto, o atraso medio e o maior
      *          atraso em dias uteis, os casos abertos e o percentual
      *          de pontualidade. Impresso pelo PRINTSRV com saida
      *          datada PARTPONT.AAAAMMDD.TXT e registrado no catalogo
      *          de relatorios.
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
              SELECT PARTMON ASSIGN TO WS-ARQ-PARTMON-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS PMON-CHAVE
              FILE STATUS IS WS-ST.

              SELECT PARCEIROS ASSIGN TO WS-ARQ-PARCEIRO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PARC-CODIGO
              FILE STATUS IS WS-ST-PARC.

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
       FD PARTMON.
       COPY FD_PARTMON.

       FD PARCEIROS.
       COPY FD_PARC.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-PARTMON-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARCEIRO-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-PARC         PIC 99.
         88 ST-PARC-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-REL-ABERTO      PIC X     VALUE 'N'.
         88 REL-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-PARC-ABERTO     PIC X     VALUE 'N'.
         88 PARC-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-PERIODO         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-DATA        PIC 9(08) VALUE ZEROS.
      *    QUEBRA POR PARCEIRO E TIPO - A CHAVE DO PARTMON.DAT JA
      *    VEM NESSA ORDEM.
       01 WS-QUEBRA.
          02 WS-QB-PARCEIRO  PIC X(02) VALUE SPACES.
          02 WS-QB-TIPO      PIC X(01) VALUE SPACES.
       01 WS-CHAVE-LIDA.
          02 WS-CL-PARCEIRO  PIC X(02) VALUE SPACES.
          02 WS-CL-TIPO      PIC X(01) VALUE SPACES.
       77 WS-QB-NOME         PIC X(30) VALUE SPACES.
       77 WS-QB-DEVIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QB-NO-PRAZO     PIC 9(05) VALUE ZEROS.
       77 WS-QB-ATRASADOS    PIC 9(05) VALUE ZEROS.
       77 WS-QB-ABERTOS      PIC 9(05) VALUE ZEROS.
       77 WS-QB-CASOS        PIC 9(05) VALUE ZEROS.
       77 WS-QB-SOMA-ATRASO  PIC 9(07) VALUE ZEROS.
       77 WS-QB-MAIOR-ATRASO PIC 9(03) VALUE ZEROS.
       77 WS-TOT-DEVIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-NO-PRAZO    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ATRASADOS   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ABERTOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CASOS       PIC 9(05) VALUE ZEROS.
       77 WS-RESOLVIDO       PIC X     VALUE 'N'.
         88 ARQUIVO-RESOLVIDO          VALUE 'S' FALSE 'N'.
       77 WS-TIPO-DESC       PIC X(07) VALUE SPACES.
       77 WS-MEDIA-ATRASO    PIC 9(03)V9 VALUE ZEROS.
       77 WS-PCT-PRAZO       PIC 9(03)V9 VALUE ZEROS.
       77 WS-MEDIA-ED        PIC ZZ9,9.
       77 WS-PCT-ED          PIC ZZ9,9.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO    THRU P0100-FIM.
           PERFORM P0200-APURA     THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0400-ENCERRA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** PONTUALIDADE DOS PARCEIROS *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD.

           DISPLAY 'MES DOS ARQUIVOS DEVIDOS (AAAAMM, VAZIO = MES'
                   ' ATUAL): '
           ACCEPT WS-PERIODO.
           IF WS-PERIODO EQUAL ZEROS
               MOVE WS-RUN-DATA(1:6) TO WS-PERIODO
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT PARTMON.
           IF WS-ST EQUAL 35
               DISPLAY 'PARTMON.DAT AINDA NAO EXISTE - O ACOMPANHAMENTO'
                       ' E GRAVADO PELA CADEIA NOTURNA.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ACOMPANHAMENTO PARTMON.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-PARC-OK TO TRUE.
           OPEN INPUT PARCEIROS.
           IF ST-PARC-OK
               SET PARC-ABERTO TO TRUE
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-RUN-DATA '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'PONTUALIDADE DOS PARCEIROS' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE PONTUALIDADE.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               CLOSE PARTMON
               IF PARC-ABERTO
                   CLOSE PARCEIROS
                   SET PARC-ABERTO TO FALSE
               END-IF
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET REL-ABERTO TO TRUE.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'MES DOS ARQUIVOS DEVIDOS: ' WS-PERIODO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PC NOME                 TIPO    DEVID PRAZO ATRAS'
                  ' ABERT CASOS MEDIA MAIOR %PRAZO'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0100-FIM.

       P0200-APURA.
           READ PARTMON NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.

           IF PMON-DATA-DEVIDA(1:6) NOT EQUAL WS-PERIODO
               GO TO P0200-FIM
           END-IF.

           MOVE PMON-PARCEIRO TO WS-CL-PARCEIRO.
           MOVE PMON-TIPO     TO WS-CL-TIPO.
           IF WS-CHAVE-LIDA NOT EQUAL WS-QUEBRA
               PERFORM P0300-IMPRIME-QUEBRA THRU P0300-FIM
               MOVE WS-CHAVE-LIDA TO WS-QUEBRA
           END-IF.

      *    ENTRADA SO SE RESOLVE APLICADA; CONFIRMACAO, RECEBIDA.
           SET ARQUIVO-RESOLVIDO TO FALSE.
           IF PMON-APLICADO
              OR (PMON-CONFIRMACAO AND PMON-RECEBIDO)
               SET ARQUIVO-RESOLVIDO TO TRUE
           END-IF.

           ADD 1 TO WS-QB-DEVIDOS.
           IF ARQUIVO-RESOLVIDO
               IF PMON-DIAS-ATRASO EQUAL ZEROS
                   ADD 1 TO WS-QB-NO-PRAZO
               ELSE
                   ADD 1 TO WS-QB-ATRASADOS
                   ADD PMON-DIAS-ATRASO TO WS-QB-SOMA-ATRASO
               END-IF
           ELSE
               ADD 1 TO WS-QB-ABERTOS
           END-IF.
           IF PMON-DIAS-ATRASO > WS-QB-MAIOR-ATRASO
               MOVE PMON-DIAS-ATRASO TO WS-QB-MAIOR-ATRASO
           END-IF.
           IF PMON-CASO-ABERTO
               ADD 1 TO WS-QB-CASOS
           END-IF.
       P0200-FIM.

       P0300-IMPRIME-QUEBRA.
           IF WS-QB-DEVIDOS EQUAL ZEROS
               GO TO P0300-FIM
           END-IF.

           MOVE SPACES TO WS-QB-NOME.
           IF PARC-ABERTO
               MOVE WS-QB-PARCEIRO TO PARC-CODIGO
               READ PARCEIROS
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-QB-NOME
                   NOT INVALID KEY
                       MOVE PARC-NOME TO WS-QB-NOME
               END-READ
           END-IF.

           IF WS-QB-TIPO EQUAL 'E'
               MOVE 'ENTRADA' TO WS-TIPO-DESC
           ELSE
               MOVE 'CONFIRM' TO WS-TIPO-DESC
           END-IF.

      *    MEDIA DE ATRASO SO ENTRE OS RESOLVIDOS COM ATRASO; O
      *    PERCENTUAL DE PONTUALIDADE SOBRE TODOS OS DEVIDOS.
           IF WS-QB-ATRASADOS > ZEROS
               COMPUTE WS-MEDIA-ATRASO ROUNDED =
                       WS-QB-SOMA-ATRASO / WS-QB-ATRASADOS
           ELSE
               MOVE ZEROS TO WS-MEDIA-ATRASO
           END-IF.
           COMPUTE WS-PCT-PRAZO ROUNDED =
                   WS-QB-NO-PRAZO * 100 / WS-QB-DEVIDOS.
           MOVE WS-MEDIA-ATRASO TO WS-MEDIA-ED.
           MOVE WS-PCT-PRAZO    TO WS-PCT-ED.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-QB-PARCEIRO ' ' WS-QB-NOME(1:20) ' '
                  WS-TIPO-DESC ' '
                  WS-QB-DEVIDOS ' ' WS-QB-NO-PRAZO ' '
                  WS-QB-ATRASADOS ' ' WS-QB-ABERTOS ' '
                  WS-QB-CASOS ' ' WS-MEDIA-ED ' '
                  WS-QB-MAIOR-ATRASO '   ' WS-PCT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           ADD WS-QB-DEVIDOS   TO WS-TOT-DEVIDOS.
           ADD WS-QB-NO-PRAZO  TO WS-TOT-NO-PRAZO.
           ADD WS-QB-ATRASADOS TO WS-TOT-ATRASADOS.
           ADD WS-QB-ABERTOS   TO WS-TOT-ABERTOS.
           ADD WS-QB-CASOS     TO WS-TOT-CASOS.

           MOVE ZEROS TO WS-QB-DEVIDOS WS-QB-NO-PRAZO WS-QB-ATRASADOS
                         WS-QB-ABERTOS WS-QB-CASOS WS-QB-SOMA-ATRASO
                         WS-QB-MAIOR-ATRASO.
       P0300-FIM.

       P0400-ENCERRA.
           IF NOT REL-ABERTO
               GO TO P0400-FIM
           END-IF.

           PERFORM P0300-IMPRIME-QUEBRA THRU P0300-FIM.
           CLOSE PARTMON.
           IF PARC-ABERTO
               CLOSE PARCEIROS
           END-IF.

           IF WS-TOT-DEVIDOS > ZEROS
               COMPUTE WS-PCT-PRAZO ROUNDED =
                       WS-TOT-NO-PRAZO * 100 / WS-TOT-DEVIDOS
           ELSE
               MOVE ZEROS TO WS-PCT-PRAZO
           END-IF.
           MOVE WS-PCT-PRAZO TO WS-PCT-ED.

           MOVE SPACES TO PRT-LINHA.
           STRING 'TOTAL DEVIDOS ' WS-TOT-DEVIDOS
                  ' NO PRAZO ' WS-TOT-NO-PRAZO
                  ' ATRASADOS ' WS-TOT-ATRASADOS
                  ' EM ABERTO ' WS-TOT-ABERTOS
                  ' CASOS ' WS-TOT-CASOS
                  ' PONTUALIDADE ' WS-PCT-ED '%'
                  DELIMITED BY SIZE INTO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'RELATORIO DE PONTUALIDADE GRAVADO EM PARTPONT.'
                   WS-RUN-DATA '.TXT'.
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
               MOVE 'PARTPONT' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'MES ' WS-PERIODO
                      DELIMITED BY SIZE INTO REL-PARAMETROS
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
           MOVE 'PARTMON.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTMON-DAT.
           MOVE 'PARCEIRO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARCEIRO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'PARTPONT.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
