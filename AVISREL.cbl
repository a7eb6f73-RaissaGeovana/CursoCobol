      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leitura dos avisos aos operadores - para um aviso ou
      *          para todos os avisos vigentes de AVISOS.DAT, lista
      *          cada operador do publico do aviso (todos os ativos,
      *          os ativos lotados no departamento ou o operador
      *          indicado, pelo OPERMST.DAT) com a data, a hora e o
      *          terminal da confirmacao de leitura (AVISOLID.DAT) ou
      *          NAO LIDO, subtotal de lidos e nao lidos por aviso e
      *          total geral. Relatorio de supervisao pelo PRINTSRV
      *          em AVISREL.AAAAMMDD.TXT, registrado no catalogo de
      *          relatorios. O operador ve so os operadores lotados
      *          nos departamentos da sua empresa (EMPRSRV).
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
              SELECT AVISOS ASSIGN TO WS-ARQ-AVISOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AVI-NUMERO
              FILE STATUS IS WS-ST.

              SELECT AVISOLID ASSIGN TO WS-ARQ-AVISOLID-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS AVL-CHAVE
              FILE STATUS IS WS-ST-AVL.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

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
       FD AVISOS.
       COPY FD_AVISO.

       FD AVISOLID.
       COPY FD_AVISOLID.

       FD OPERMST.
       COPY FD_OPER.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-AVISOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-AVISOLID-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-AVL          PIC 99.
         88 ST-AVL-OK         VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-OPER        PIC X.
         88 FIM-OPER-OK       VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-ARQS-ABERTOS    PIC X     VALUE 'N'.
         88 ARQS-ABERTOS               VALUE 'S' FALSE 'N'.
       77 WS-LID-ABERTO      PIC X     VALUE 'N'.
         88 LID-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-AVISO-PEDIDO    PIC 9(05) VALUE ZEROS.
       77 WS-PUBLICO-ED      PIC X(14) VALUE SPACES.
       77 WS-LEITURA-ED      PIC X(30) VALUE SPACES.
      *    SUBTOTAIS DO AVISO.
       77 WS-AV-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-AV-PENDENTES    PIC 9(05) VALUE ZEROS.
      *    TOTAIS GERAIS.
       77 WS-CONT-AVISOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(40) VALUE SPACES.
       COPY EMPRSRV_WS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          02 LK-MENSAGEM        PIC X(20).
          02 LK-OPERADOR        PIC X(08).
          02 LK-NIVEL           PIC 9(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0050-CARREGA-EMPRESA THRU P0050-FIM.
           IF NOT EMP-LIBERADO
               GOBACK
           END-IF.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF SAIDA-ABERTA
               PERFORM P0200-PROCESSA THRU P0200-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0050-CARREGA-EMPRESA.
      *    SO ENTRAM OS OPERADORES DA EMPRESA DO OPERADOR ASSINADO.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           DISPLAY '***** LEITURA DOS AVISOS AOS OPERADORES *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-AVISO-PEDIDO.
           DISPLAY 'NUMERO DO AVISO (ZEROS = TODOS OS VIGENTES): '
           ACCEPT WS-AVISO-PEDIDO.

      *    SEM AVISOS GRAVADOS NAO HA O QUE RELATAR.
           SET ST-OK TO TRUE.
           OPEN INPUT AVISOS.
           IF WS-ST EQUAL 35
               DISPLAY 'NENHUM AVISO CADASTRADO.'
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVISOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0100-FIM
           END-IF.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF NOT ST-OPER-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
               CLOSE AVISOS
               GO TO P0100-FIM
           END-IF.

      *    SEM NENHUMA CONFIRMACAO GRAVADA, TODOS ESTAO NAO LIDOS.
           SET ST-AVL-OK TO TRUE.
           OPEN INPUT AVISOLID.
           IF ST-AVL-OK
               SET LID-ABERTO TO TRUE
           END-IF.
           SET ARQS-ABERTOS TO TRUE.

           MOVE SPACES TO WS-PARAMETROS.
           IF WS-AVISO-PEDIDO EQUAL ZEROS
               MOVE 'AVISOS VIGENTES' TO WS-PARAMETROS
           ELSE
               STRING 'AVISO ' WS-AVISO-PEDIDO
                      DELIMITED BY SIZE INTO WS-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'LEITURA DOS AVISOS - ' WS-PARAMETROS
                  DELIMITED BY '  '
                  ' - ' WS-HOJE
                  DELIMITED BY SIZE INTO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
       P0100-FIM.

       P0200-PROCESSA.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO OPERADORES DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
      *    UM AVISO PEDIDO SAI EM QUALQUER SITUACAO; SEM NUMERO,
      *    SAEM OS ATIVOS COM HOJE DENTRO DA VALIDADE.
           SET FIM-OK TO FALSE.
           IF WS-AVISO-PEDIDO NOT EQUAL ZEROS
               MOVE WS-AVISO-PEDIDO TO AVI-NUMERO
               READ AVISOS
                   INVALID KEY
                       MOVE 'AVISO NAO CADASTRADO.'
                         TO WS-LINHA-RELATORIO
                       PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
                   NOT INVALID KEY
                       PERFORM P0300-RELATA-AVISO THRU P0300-FIM
               END-READ
               GO TO P0200-FIM
           END-IF.

           MOVE ZEROS TO AVI-NUMERO.
           START AVISOS KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM P0210-LE-AVISO THRU P0210-FIM
                   UNTIL FIM-OK.
           IF WS-CONT-AVISOS EQUAL ZEROS
               MOVE 'NENHUM AVISO VIGENTE.' TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0200-FIM.

       P0210-LE-AVISO.
           READ AVISOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           IF NOT AVI-ATIVO
              OR AVI-DATA-INI > WS-HOJE
              OR AVI-DATA-FIM < WS-HOJE
               GO TO P0210-FIM
           END-IF.
           PERFORM P0300-RELATA-AVISO THRU P0300-FIM.
       P0210-FIM.

       P0300-RELATA-AVISO.
           ADD 1 TO WS-CONT-AVISOS.
           MOVE ZEROS TO WS-AV-LIDOS WS-AV-PENDENTES.
           MOVE SPACES TO WS-PUBLICO-ED.
           EVALUATE TRUE
               WHEN AVI-PARA-DEPTO
                   STRING 'DEPTO ' AVI-DEPTO
                          DELIMITED BY SIZE INTO WS-PUBLICO-ED
               WHEN AVI-PARA-OPER
                   STRING 'OPER ' AVI-OPERADOR
                          DELIMITED BY SIZE INTO WS-PUBLICO-ED
               WHEN OTHER
                   MOVE 'TODOS' TO WS-PUBLICO-ED
           END-EVALUATE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'AVISO ' AVI-NUMERO ' PRIORIDADE ' AVI-PRIORIDADE
                  ' PUBLICO ' WS-PUBLICO-ED ' VALIDO DE '
                  AVI-DATA-INI ' A ' AVI-DATA-FIM ' POR '
                  AVI-CRIADO-POR
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '   ' AVI-TEXTO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF AVI-CANCELADO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '   CANCELADO EM ' AVI-DATA-CANCEL ' POR '
                      AVI-CANCELADO-POR
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    O PUBLICO E O DE HOJE: OPERADOR DESATIVADO OU
      *    TRANSFERIDO DEPOIS DO AVISO NAO ENTRA NA CONTA.
           SET FIM-OPER-OK TO FALSE.
           MOVE LOW-VALUES TO OPER-ID.
           START OPERMST KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET FIM-OPER-OK TO TRUE
           END-START.
           PERFORM P0310-AVALIA-OPERADOR THRU P0310-FIM
                   UNTIL FIM-OPER-OK.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL AVISO ' AVI-NUMERO ' - LIDOS ' WS-AV-LIDOS
                  ' NAO LIDOS ' WS-AV-PENDENTES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0300-FIM.

       P0310-AVALIA-OPERADOR.
           READ OPERMST NEXT RECORD
               AT END
                   SET FIM-OPER-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.
           EVALUATE TRUE
               WHEN AVI-PARA-OPER
                   IF OPER-ID NOT EQUAL AVI-OPERADOR
                       GO TO P0310-FIM
                   END-IF
               WHEN AVI-PARA-DEPTO
                   IF NOT OPER-ATIVO
                      OR OPER-DEPTO NOT EQUAL AVI-DEPTO
                       GO TO P0310-FIM
                   END-IF
               WHEN OTHER
                   IF NOT OPER-ATIVO
                       GO TO P0310-FIM
                   END-IF
           END-EVALUATE.
           MOVE OPER-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0310-FIM
           END-IF.

           MOVE 'NAO LIDO' TO WS-LEITURA-ED.
           IF LID-ABERTO
               MOVE AVI-NUMERO TO AVL-NUMERO
               MOVE OPER-ID    TO AVL-OPERADOR
               READ AVISOLID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LEITURA-ED
                       STRING 'LIDO EM ' AVL-DATA ' '
                              AVL-HORA(1:2) ':' AVL-HORA(3:2)
                              ' ' AVL-TERMINAL
                              DELIMITED BY SIZE INTO WS-LEITURA-ED
               END-READ
           END-IF.
           IF WS-LEITURA-ED EQUAL 'NAO LIDO'
               ADD 1 TO WS-AV-PENDENTES WS-TOT-PENDENTES
           ELSE
               ADD 1 TO WS-AV-LIDOS WS-TOT-LIDOS
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '   ' OPER-ID ' ' OPER-NOME ' ' WS-LEITURA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0310-FIM.

       P0500-FINALIZA.
           IF ARQS-ABERTOS
               IF LID-ABERTO
                   CLOSE AVISOLID
               END-IF
               CLOSE OPERMST
               CLOSE AVISOS
           END-IF.

           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'AVISOS ' WS-CONT-AVISOS
                      ' LEITURAS CONFIRMADAS ' WS-TOT-LIDOS
                      ' NAO LIDOS ' WS-TOT-PENDENTES
                      ' FORA DA VISAO ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE 'E' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS
               PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.

           DISPLAY '***********************************************'.
           DISPLAY 'AVISOS RELATADOS......: ' WS-CONT-AVISOS.
           DISPLAY 'LEITURAS CONFIRMADAS..: ' WS-TOT-LIDOS.
           DISPLAY 'NAO LIDOS.............: ' WS-TOT-PENDENTES.
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
               MOVE 'AVISREL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
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
           MOVE 'AVISOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AVISOS-DAT.
           MOVE 'AVISOLID.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AVISOLID-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'AVISREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
