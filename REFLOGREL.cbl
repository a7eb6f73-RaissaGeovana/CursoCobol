      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio do log de alteracoes das tabelas de
      *          referencia (REFLOG.TXT) - filtra por tabela, por
      *          operador e por faixa de datas (qualquer combinacao;
      *          em branco/zero nao filtra) e lista as alteracoes
      *          agrupadas por tabela, em ordem de data e hora, com a
      *          chave, a acao, o operador, o programa e as imagens
      *          do registro antes e depois. Subtotal por tabela
      *          (inclusoes, alteracoes, remocoes) e total geral.
      *          Saida pelo PRINTSRV em REFLOGREL.AAAAMMDD.TXT,
      *          registrada no catalogo de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram as
      *          alteracoes feitas por operadores da empresa dele
      *          (OPERMST.DAT).
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
              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT WORKRLOG ASSIGN TO WS-ARQ-WORKRLOG-TMP.

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
       FD REFLOG.
       COPY FD_REFLOG.

       FD OPERMST.
       COPY FD_OPER.

       SD WORKRLOG.
       01 SD-ALTERACAO.
          02 SD-TABELA       PIC X(12).
          02 SD-DATA         PIC 9(08).
          02 SD-HORA         PIC 9(06).
          02 SD-CHAVE        PIC X(20).
          02 SD-ACAO         PIC X(01).
             88 SD-INCLUSAO      VALUE 'I'.
             88 SD-ALTERACAO-REG VALUE 'A'.
             88 SD-REMOCAO       VALUE 'R'.
          02 SD-ANTES        PIC X(60).
          02 SD-DEPOIS       PIC X(60).
          02 SD-OPERADOR     PIC X(08).
          02 SD-PROGRAMA     PIC X(08).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-REFLOG-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKRLOG-TMP  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X     VALUE 'N'.
         88 OPER-ABERTO                VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    FILTROS - EM BRANCO/ZERO NAO FILTRA.
       77 WS-TABELA-FILTRO   PIC X(12) VALUE SPACES.
       77 WS-OPER-FILTRO     PIC X(08) VALUE SPACES.
       77 WS-DATA-INICIAL    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL      PIC 9(08) VALUE ZEROS.
      *    QUEBRA POR TABELA.
       77 WS-TABELA-ATUAL    PIC X(12) VALUE SPACES.
       77 WS-TB-INCLUSOES    PIC 9(05) VALUE ZEROS.
       77 WS-TB-ALTERACOES   PIC 9(05) VALUE ZEROS.
       77 WS-TB-REMOCOES     PIC 9(05) VALUE ZEROS.
       77 WS-ACAO-ED         PIC X(09) VALUE SPACES.
      *    TOTAIS GERAIS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-LISTADOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-TABELAS    PIC 9(03) VALUE ZEROS.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       COPY EMPRSRV_WS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.

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
           IF SAIDA-ABERTA
               SORT WORKRLOG
                   ON ASCENDING KEY SD-TABELA SD-DATA SD-HORA
                   INPUT PROCEDURE  IS P0200-SELECIONA
                                  THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-IMPRIME
                                  THRU P0300-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** ALTERACOES DAS TABELAS DE REFERENCIA *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'TABELA (EX: TAXMAST, DEPTOS - BRANCO = TODAS): '
           ACCEPT WS-TABELA-FILTRO.
           DISPLAY 'OPERADOR (BRANCO = TODOS): '
           ACCEPT WS-OPER-FILTRO.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): '
           ACCEPT WS-DATA-INICIAL.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = SEM LIMITE): '
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL EQUAL ZEROS
               MOVE 99999999 TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY 'DATA INICIAL POSTERIOR A FINAL.'
               GO TO P0100-FIM
           END-IF.

      *    SEM ALTERACOES GRAVADAS NAO HA O QUE RELATAR.
           SET ST-OK TO TRUE.
           OPEN INPUT REFLOG.
           IF WS-ST EQUAL 35
               DISPLAY 'NENHUMA ALTERACAO DE TABELA REGISTRADA.'
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O LOG DE TABELAS DE REFERENCIA.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0100-FIM
           END-IF.
           CLOSE REFLOG.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'ALTERACOES DAS TABELAS DE REFERENCIA - ' WS-HOJE
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

       P0200-SELECIONA.
           SET ST-OK TO TRUE.
           OPEN INPUT REFLOG.
           IF NOT ST-OK
               DISPLAY 'REFLOG.TXT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0200-FIM
           END-IF.

      *    SEM O CADASTRO DE OPERADORES A ALTERACAO SO SAI NA VISAO
      *    CONSOLIDADA.
           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF ST-OPER-OK
               SET OPER-ABERTO TO TRUE
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0210-LE-ALTERACAO THRU P0210-FIM
                   UNTIL FIM-OK.
           CLOSE REFLOG.
           IF OPER-ABERTO
               CLOSE OPERMST
               SET OPER-ABERTO TO FALSE
           END-IF.
       P0200-FIM.

       P0210-LE-ALTERACAO.
           READ REFLOG
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.

           IF WS-TABELA-FILTRO NOT EQUAL SPACES
              AND RLOG-TABELA NOT EQUAL WS-TABELA-FILTRO
               GO TO P0210-FIM
           END-IF.
           IF WS-OPER-FILTRO NOT EQUAL SPACES
              AND RLOG-OPERADOR NOT EQUAL WS-OPER-FILTRO
               GO TO P0210-FIM
           END-IF.
           IF RLOG-DATA < WS-DATA-INICIAL
              OR RLOG-DATA > WS-DATA-FINAL
               GO TO P0210-FIM
           END-IF.
           PERFORM P0220-VERIFICA-VISAO THRU P0220-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           MOVE RLOG-TABELA   TO SD-TABELA.
           MOVE RLOG-DATA     TO SD-DATA.
           MOVE RLOG-HORA     TO SD-HORA.
           MOVE RLOG-CHAVE    TO SD-CHAVE.
           MOVE RLOG-ACAO     TO SD-ACAO.
           MOVE RLOG-ANTES    TO SD-ANTES.
           MOVE RLOG-DEPOIS   TO SD-DEPOIS.
           MOVE RLOG-OPERADOR TO SD-OPERADOR.
           MOVE RLOG-PROGRAMA TO SD-PROGRAMA.
           RELEASE SD-ALTERACAO.
       P0210-FIM.

       P0220-VERIFICA-VISAO.
      *    A TABELA E DO GRUPO: A ALTERACAO ENTRA NA VISAO QUANDO O
      *    OPERADOR QUE A FEZ E DA EMPRESA DA VISAO.
           IF EMP-VISAO-CONSOLIDADA
               SET EMP-DEPTO-PERMITIDO TO TRUE
               GO TO P0220-FIM
           END-IF.

           SET EMP-DEPTO-PERMITIDO TO FALSE.
           IF OPER-ABERTO
               MOVE RLOG-OPERADOR TO OPER-ID
               READ OPERMST
               IF ST-OPER-OK
                  AND OPER-EMPRESA NOT EQUAL SPACES
                  AND OPER-EMPRESA EQUAL EMP-EMPRESA
                   SET EMP-DEPTO-PERMITIDO TO TRUE
               END-IF
           END-IF.
       P0220-FIM.

       P0300-IMPRIME.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'FILTROS: TABELA ' WS-TABELA-FILTRO
                  ' OPERADOR ' WS-OPER-FILTRO
                  ' DATAS ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO OPERADORES DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DATA     HORA   ACAO      CHAVE'
                  '                OPERADOR PROGRAMA'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.
           IF WS-TABELA-ATUAL NOT EQUAL SPACES
               PERFORM P0350-FECHA-TABELA THRU P0350-FIM
           END-IF.
           IF WS-CONT-LISTADOS EQUAL ZEROS
               MOVE 'NENHUMA ALTERACAO NOS FILTROS INFORMADOS.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKRLOG
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-TABELA NOT EQUAL WS-TABELA-ATUAL
               IF WS-TABELA-ATUAL NOT EQUAL SPACES
                   PERFORM P0350-FECHA-TABELA THRU P0350-FIM
               END-IF
               MOVE SD-TABELA TO WS-TABELA-ATUAL
               MOVE ZEROS TO WS-TB-INCLUSOES WS-TB-ALTERACOES
                             WS-TB-REMOCOES
               ADD 1 TO WS-CONT-TABELAS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'TABELA ' SD-TABELA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           ADD 1 TO WS-CONT-LISTADOS.
           EVALUATE TRUE
               WHEN SD-INCLUSAO
                   MOVE 'INCLUSAO ' TO WS-ACAO-ED
                   ADD 1 TO WS-TB-INCLUSOES
               WHEN SD-REMOCAO
                   MOVE 'REMOCAO  ' TO WS-ACAO-ED
                   ADD 1 TO WS-TB-REMOCOES
               WHEN OTHER
                   MOVE 'ALTERACAO' TO WS-ACAO-ED
                   ADD 1 TO WS-TB-ALTERACOES
           END-EVALUATE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING SD-DATA ' ' SD-HORA ' ' WS-ACAO-ED ' '
                  SD-CHAVE ' ' SD-OPERADOR ' ' SD-PROGRAMA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF NOT SD-INCLUSAO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '   ANTES : ' SD-ANTES
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           IF NOT SD-REMOCAO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '   DEPOIS: ' SD-DEPOIS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0310-FIM.

       P0350-FECHA-TABELA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL ' WS-TABELA-ATUAL
                  ' - INCLUSOES ' WS-TB-INCLUSOES
                  ' ALTERACOES ' WS-TB-ALTERACOES
                  ' REMOCOES ' WS-TB-REMOCOES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0350-FIM.

       P0500-FINALIZA.
           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'ALTERACOES LIDAS ' WS-CONT-LIDOS
                      ' LISTADAS ' WS-CONT-LISTADOS
                      ' EM ' WS-CONT-TABELAS ' TABELA(S)'
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
           DISPLAY 'ALTERACOES LIDAS......: ' WS-CONT-LIDOS.
           DISPLAY 'ALTERACOES LISTADAS...: ' WS-CONT-LISTADOS.
           DISPLAY 'TABELAS...............: ' WS-CONT-TABELAS.
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
               MOVE 'REFLOGRL' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING WS-TABELA-FILTRO(1:8) ' ' WS-OPER-FILTRO ' '
                      WS-DATA-INICIAL(3:6) '-' WS-DATA-FINAL(3:6)
                      DELIMITED BY SIZE INTO REL-PARAMETROS
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
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
           MOVE 'WORKRLOG.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKRLOG-TMP.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'REFLOGREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
