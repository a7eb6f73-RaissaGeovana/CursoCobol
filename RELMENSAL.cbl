      *          convertidos pela taxa de CAMBIO.DAT vigente na data
      *          da corrida; a diferenca de revalorizacao sai no
      *          console e nos parametros do catalogo (o REPORT
      *          WRITER controla as linhas do corpo). O operador ve
      *          so os departamentos da sua empresa (EMPRSRV); o
      *          supervisor escolhe uma empresa ou a visao
      *          consolidada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY EMPRSRV_WS.
       77 WS-TITULO-EMPRESA  PIC X(20) VALUE SPACES.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          02 LK-MENSAGEM        PIC X(20).
          02 LK-OPERADOR        PIC X(08).
          02 LK-NIVEL           PIC 9(01).

       REPORT SECTION.
       RD RPT-MENSAL
           CONTROL SD-MES
             'RESUMO MENSAL DO CADASTRO - DADOS1.DAT'.
          03 COL 50 PIC X(08) VALUE 'PAGINA: '.
          03 COL 58 PIC ZZ9 SOURCE PAGE-COUNTER.
          03 LINE 2 COL 1  PIC X(20) SOURCE WS-TITULO-EMPRESA.
          03 LINE 3 COL 1  PIC X(06) VALUE 'MES'.
          03 COL 10 PIC X(08) VALUE 'CODIGO'.
          03 COL 20 PIC X(20) VALUE 'NOME'.
          03 COL 1  PIC X(20) VALUE 'TOTAL GERAL........:'.
          03 COL 45 PIC -$$$.$$$.$$9,99  SUM SD-VALOR-DADOS.

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
      *    OS DEPARTAMENTOS QUE ENTRAM NO RESUMO SAEM DA EMPRESA DO
      *    OPERADOR ASSINADO; O SUPERVISOR ESCOLHE A EMPRESA OU A
      *    VISAO CONSOLIDADA.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.

           MOVE SPACES TO WS-TITULO-EMPRESA.
           IF EMP-VISAO-CONSOLIDADA
               MOVE 'VISAO CONSOLIDADA' TO WS-TITULO-EMPRESA
           ELSE
               STRING 'EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-TITULO-EMPRESA
           END-IF.
       P0050-FIM.

       P0100-INICIO.
           SET FIM-OK TO FALSE.

                       AT END
                           SET FIM-OK TO TRUE
                       NOT AT END
                           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                           PERFORM 9490-VERIFICA-EMPRESA
                                   THRU 9490-FIM
                           IF EMP-DEPTO-PERMITIDO
                               PERFORM P0210-LIBERA-REGISTRO
                                       THRU P0210-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DADOS1
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.
       P0200-FIM.

       P0210-LIBERA-REGISTRO.
           MOVE DATA-DADOS-MM TO SD-MES.
           MOVE COD-DADOS     TO SD-COD-DADOS.
           MOVE NOM-DADOS     TO SD-NOM-DADOS.
      *    O RESUMO DECLARA TUDO EM MOEDA BASE.
           MOVE COD-DADOS     TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           MOVE VALOR-DADOS   TO WS-CAMB-VALOR.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.
           MOVE WS-CAMB-CONVERTIDO TO SD-VALOR-DADOS.
           ADD WS-CAMB-CONVERTIDO TO WS-TOTAL-BASE.
           ADD VALOR-DADOS TO WS-TOTAL-ORIGINAL.
           RELEASE SD-DADOS.
       P0210-FIM.

       P0300-IMPRIME-RELATORIO.
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

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT RELATORIO.

       P0500-FINALIZA.
           IF ST-REL-OK
               DISPLAY 'RELATORIO MENSAL GRAVADO EM '
                       WS-NOME-RELATORIO
               COMPUTE WS-DIF-REVAL =
                       WS-TOTAL-BASE - WS-TOTAL-ORIGINAL
               MOVE WS-DIF-REVAL TO WS-DIF-REVAL-ED
               COMPUTE WS-DIF-REVAL =
                       WS-TOTAL-BASE - WS-TOTAL-ORIGINAL
               MOVE WS-DIF-REVAL TO WS-DIF-REVAL-ED
               IF EMP-VISAO-CONSOLIDADA
                   STRING 'DIF.REVAL ' WS-DIF-REVAL-ED
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               ELSE
                   STRING 'EMP ' EMP-EMPRESA ' DIF.REVAL '
                          WS-DIF-REVAL-ED
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               END-IF
               MOVE ZEROS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO TO REL-ARQUIVO
               WRITE RG-RELCAT
       COPY PERFIL.

       COPY CAMBIO.

       COPY EMPRESA.
