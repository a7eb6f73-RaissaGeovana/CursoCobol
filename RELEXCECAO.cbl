      *          INDEXADO/ALTDADOS/DELDADOS - lista apenas gravacoes
      *          rejeitadas, falhas de gravacao e exclusoes ocorridas
      *          em uma data informada, agrupadas por programa.
      *          O operador ve so as excecoes da sua empresa
      *          (EMPRSRV): a entrada e atribuida pelo departamento
      *          do codigo em DADOS1.DAT ou, se o codigo nao existe
      *          mais, pela empresa do operador que a gravou
      *          (OPERMST.DAT); entrada sem empresa atribuivel so
      *          aparece na visao consolidada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

              SELECT WORKEXCECAO ASSIGN TO WS-ARQ-WORKEXCECAO-TMP.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              FILE STATUS IS WS-ST-DADOS.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
          02 SD-DATA         PIC 9(08).


       FD DADOS1.
       COPY FD_CRUD.

       FD OPERMST.
       COPY FD_OPER.

       FD RELCAT.
       COPY FD_RELCAT.

       77  WS-ARQ-WORKEXCECAO-TMP PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL       PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST       PIC 99.
         88 ST-OK      VALUE 0.
       COPY FD_STATUS.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77 WS-ST-DADOS        PIC 99.
         88 ST-DADOS-OK       VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-DADOS-ABERTO    PIC X VALUE 'N'.
         88 DADOS-ABERTO      VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X VALUE 'N'.
         88 OPER-ABERTO       VALUE 'S' FALSE 'N'.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(80).
       77 WS-DESCR-OPERACAO  PIC X(12) VALUE SPACES.

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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0050-CARREGA-EMPRESA.
      *    AS EXCECOES LISTADAS SAEM DA EMPRESA DO OPERADOR ASSINADO;
      *    O SUPERVISOR ESCOLHE A EMPRESA OU A VISAO CONSOLIDADA.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           DISPLAY '******** RELATORIO DIARIO DE EXCECOES ***********'.
           DISPLAY 'INFORME A DATA DO RELATORIO (AAAAMMDD), OU'
           SET ST-OK TO TRUE.
           OPEN INPUT DIARIO.

      *    NA VISAO DE UMA EMPRESA CADA ENTRADA E ATRIBUIDA PELO
      *    CADASTRO E PELO OPERADOR - SEM ELES NADA E ATRIBUIVEL.
           SET DADOS-ABERTO TO FALSE.
           SET OPER-ABERTO  TO FALSE.
           IF NOT EMP-VISAO-CONSOLIDADA
               OPEN INPUT DADOS1
               IF ST-DADOS-OK
                   SET DADOS-ABERTO TO TRUE
               END-IF
               OPEN INPUT OPERMST
               IF ST-OPER-OK
                   SET OPER-ABERTO TO TRUE
               END-IF
           END-IF.

           IF ST-OK THEN
               PERFORM UNTIL FIM-OK
                   READ DIARIO
                                   OR DIARIO-OP-FALHA
                                   OR DIARIO-OP-EXCLUSAO
                                   OR DIARIO-OP-INATIVACAO)
                               PERFORM P0210-ATRIBUI-EMPRESA
                                       THRU P0210-FIM
                               IF EMP-DEPTO-PERMITIDO
                                   PERFORM P0220-LIBERA-EXCECAO
                                           THRU P0220-FIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.

           IF DADOS-ABERTO
               CLOSE DADOS1
           END-IF.
           IF OPER-ABERTO
               CLOSE OPERMST
           END-IF.
       P0200-FIM.

       P0210-ATRIBUI-EMPRESA.
      *    A EMPRESA DA ENTRADA E A DO DEPARTAMENTO DO CODIGO; CODIGO
      *    EXCLUIDO OU NUNCA GRAVADO (REJEICAO) FICA COM A EMPRESA DO
      *    OPERADOR QUE GRAVOU A ENTRADA.
           IF EMP-VISAO-CONSOLIDADA
               SET EMP-DEPTO-PERMITIDO TO TRUE
               GO TO P0210-FIM
           END-IF.

           SET EMP-DEPTO-PERMITIDO TO FALSE.
           IF DADOS-ABERTO
               MOVE DIARIO-COD-DADOS TO COD-DADOS
               READ DADOS1
               IF ST-DADOS-OK
                   MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                   PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
                   GO TO P0210-FIM
               END-IF
           END-IF.

           IF OPER-ABERTO
               MOVE DIARIO-OPERADOR TO OPER-ID
               READ OPERMST
               IF ST-OPER-OK
                  AND OPER-EMPRESA NOT EQUAL SPACES
                  AND OPER-EMPRESA EQUAL EMP-EMPRESA
                   SET EMP-DEPTO-PERMITIDO TO TRUE
               END-IF
           END-IF.
       P0210-FIM.

       P0220-LIBERA-EXCECAO.
           MOVE DIARIO-PROGRAMA  TO SD-PROGRAMA.
           MOVE DIARIO-HORA      TO SD-HORA.
           MOVE DIARIO-OPERACAO  TO SD-OPERACAO.
           MOVE DIARIO-COD-DADOS TO SD-COD-DADOS.
           MOVE DIARIO-NOM-DADOS TO SD-NOM-DADOS.
           MOVE DIARIO-DATA      TO SD-DATA.
           RELEASE SD-EXCECAO.
       P0220-FIM.

       P0300-IMPRIME-RELATORIO.
      *    CABECALHO, PAGINACAO E RODAPE SAO DO PRINTSRV.
           ACCEPT WS-DATA-NOME FROM DATE YYYYMMDD.
      *    A SAIDA DE UMA EMPRESA LEVA O CODIGO DELA NO NOME, PARA
      *    NAO SOBREPOR A CONSOLIDADA DO MESMO DIA.
           MOVE SPACES TO WS-NOME-RELATORIO.
           IF EMP-VISAO-CONSOLIDADA
               STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                      WS-DATA-NOME '.TXT'
                      DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           ELSE
               STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                      EMP-EMPRESA DELIMITED BY SPACE
                      '.' WS-DATA-NOME '.TXT'
                      DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           END-IF.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE SPACES TO PRT-TITULO.
           IF EMP-VISAO-CONSOLIDADA
               STRING 'RELATORIO DE EXCECOES - ' WS-DATA-FILTRO
                      DELIMITED BY SIZE INTO PRT-TITULO
           ELSE
               STRING 'RELATORIO DE EXCECOES - ' WS-DATA-FILTRO
                      ' - EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO PRT-TITULO
           END-IF.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.


       P0500-FINALIZA.
           IF PRT-RETORNO EQUAL ZEROS
               DISPLAY 'RELATORIO DE EXCECOES GRAVADO EM '
                       WS-NOME-RELATORIO
               DISPLAY 'TOTAL DE EXCECOES: ' WS-CONT-EXCECOES
           END-IF.
       P0500-FIM.
      *        O CATALOGO GUARDA O PARAMETRO DA CORRIDA - A DATA
      *        FILTRADA DIZ DE QUE DIA E O RELATORIO REIMPRESSO.
               MOVE SPACES TO REL-PARAMETROS
               IF EMP-VISAO-CONSOLIDADA
                   STRING 'DATA=' WS-DATA-FILTRO
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               ELSE
                   STRING 'DATA=' WS-DATA-FILTRO
                          ' EMPRESA=' EMP-EMPRESA
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               END-IF
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
               WRITE RG-RELCAT
           MOVE 'RELEXCEC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
