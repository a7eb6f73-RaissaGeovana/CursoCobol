      *          alternada de DATA-DADOS, como no EXTRDATA - e produz
      *          o relatorio com totais via PRINTSRV (QUERYEXT.TXT)
      *          mais o arquivo de extracao QUERYEXT.DAT no layout
      *          FD_CRUD para uso posterior. O operador se
      *          identifica na entrada e so os codigos dos
      *          departamentos da empresa dele entram na consulta
      *          (EMPRSRV); o supervisor pode pedir a visao
      *          consolidada.
      *          A pedido, a mesma selecao sai tambem na planilha de
      *          correcao CORRPLAN.DAT (FD_CORRPLAN): os valores
      *          atuais e o carimbo de alteracao (ultima versao em
      *          VERSOES.DAT) de cada codigo, mais os campos
      *          corrigiveis para edicao fora do sistema e devolucao
      *          pelo CORRAPL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-EXT.

              SELECT PLANILHA ASSIGN TO WS-ARQ-CORRPLAN-DAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PLN.

              SELECT VERSOES ASSIGN TO WS-ARQ-VERSOES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT QRYCAT ASSIGN TO WS-ARQ-QRYCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
       FD EXTRACAO.
       01  RG-EXTRACAO         PIC X(45).

       FD PLANILHA.
       COPY FD_CORRPLAN.

       FD VERSOES.
       COPY FD_VERSAO.

       FD QRYCAT.
       COPY FD_QRYCAT.

       77 WS-ST-EXT         PIC 99.
         88 ST-EXT-OK       VALUE 0.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-FILTRO   PIC X(04) VALUE SPACES.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$9,99.
       77 WS-TOTAL-ED       PIC -$$$.$$$.$$$.$$9,99.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77  WS-ARQ-CORRPLAN-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST-PLN         PIC 99.
         88 ST-PLN-OK       VALUE 0.
       77 WS-ST-VERS        PIC 99.
         88 ST-VERS-OK      VALUE 0.
       77 WS-RESP-PLANILHA  PIC X     VALUE 'N'.
         88 GERA-PLANILHA   VALUE 'S' 's'.
       77 WS-VERSOES-ABERTO PIC X     VALUE 'N'.
         88 VERSOES-ABERTO  VALUE 'S' FALSE 'N'.
       77 WS-FIM-VERS       PIC X     VALUE 'N'.
         88 FIM-VERS-OK     VALUE 'S' FALSE 'N'.
       77 WS-ULT-VERSAO     PIC 9(04) VALUE ZEROS.
       77 WS-CONT-PLANILHA  PIC 9(07) VALUE ZEROS.
       77 WS-PLAN-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-PLAN-HORA      PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '******** CONSULTA PARAMETRIZADA ***********'.
           SET FIM-OK TO FALSE.

           MOVE 'I' TO EMP-FUNCAO.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

      *    FILTROS PODEM VIR DE UMA CONSULTA SALVA NO QRYCAT
      *    (MANTIDA PELO QRYMNT) EM VEZ DE REDIGITADOS.
           PERFORM P0105-CONSULTA-SALVA THRU P0105-FIM.
           STRING 'FILTROS: DEPTO [' WS-DEPTO-FILTRO
                  '] SIT [' WS-STATUS-FILTRO
                  '] DATAS ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
                  ' EMPRESA [' EMP-EMPRESA ']'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           PERFORM P0120-ABRE-PLANILHA THRU P0120-FIM.

      *    COM FAIXA DE DATAS O POSICIONAMENTO USA A CHAVE
      *    ALTERNADA DE DATA-DADOS (PADRAO DO EXTRDATA).
           IF USA-CHAVE-DATA
           END-IF.
       P0100-FIM.

       P0120-ABRE-PLANILHA.
      *    A PLANILHA DE CORRECAO E OPCIONAL; O CABECALHO LEVA A
      *    IDENTIFICACAO DA PLANILHA (DATA E HORA DA GERACAO), O
      *    OPERADOR E OS FILTROS USADOS.
           MOVE 'N' TO WS-RESP-PLANILHA.
           DISPLAY 'GERAR TAMBEM A PLANILHA DE CORRECAO CORRPLAN.DAT'
                   ' (S/N)? '
           ACCEPT WS-RESP-PLANILHA.
           IF NOT GERA-PLANILHA
               GO TO P0120-FIM
           END-IF.

           SET ST-PLN-OK TO TRUE.
           OPEN OUTPUT PLANILHA.
           IF NOT ST-PLN-OK
               DISPLAY 'ERRO AO GRAVAR CORRPLAN.DAT - CONSULTA SEGUE'
                       ' SEM A PLANILHA.'
               DISPLAY 'FILE STATUS: ' WS-ST-PLN
               MOVE 'N' TO WS-RESP-PLANILHA
               GO TO P0120-FIM
           END-IF.

      *    SEM VERSOES.DAT NENHUM CODIGO FOI ALTERADO AINDA E O
      *    CARIMBO DE TODOS E ZERO.
           SET VERSOES-ABERTO TO FALSE.
           SET ST-VERS-OK TO TRUE.
           OPEN INPUT VERSOES.
           IF ST-VERS-OK
               SET VERSOES-ABERTO TO TRUE
           END-IF.

           ACCEPT WS-PLAN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-PLAN-HORA FROM TIME.
           MOVE SPACES         TO RG-CORRPLAN-CTL.
           MOVE 'H'            TO PLC-TIPO.
           MOVE WS-PLAN-DATA   TO PLC-PLAN-DATA.
           MOVE WS-PLAN-HORA   TO PLC-PLAN-HORA.
           MOVE EMP-OPERADOR   TO PLC-OPERADOR.
           MOVE ZEROS          TO PLC-QTD-LINHAS.
           STRING 'DEPTO [' WS-DEPTO-FILTRO
                  '] SIT [' WS-STATUS-FILTRO
                  '] DATAS ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
                  ' EMP [' EMP-EMPRESA ']'
                  DELIMITED BY SIZE INTO PLC-FILTROS.
           WRITE RG-CORRPLAN-CTL.
       P0120-FIM.

       P0105-CONSULTA-SALVA.
           SET SALVA-CARREGADA TO FALSE.
           MOVE SPACES TO WS-NOME-SALVA.
                   SET REGISTRO-CONFERE TO FALSE
               END-IF
           END-IF.

           IF REGISTRO-CONFERE
               MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
               PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
               IF NOT EMP-DEPTO-PERMITIDO
                   SET REGISTRO-CONFERE TO FALSE
               END-IF
           END-IF.
       P0210-FIM.

       P0220-SELECIONA.
                  ' DATA ' DATA-DADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF GERA-PLANILHA
               PERFORM P0230-GRAVA-PLANILHA THRU P0230-FIM
           END-IF.
       P0220-FIM.

       P0230-GRAVA-PLANILHA.
      *    OS CAMPOS CORRIGIVEIS SAEM PREENCHIDOS COM OS VALORES
      *    ATUAIS: O QUE NAO FOR EDITADO NAO MUDA NA DEVOLUCAO.
           PERFORM P0235-ULTIMA-VERSAO THRU P0235-FIM.

           MOVE SPACES         TO RG-CORRPLAN.
           MOVE 'D'            TO PLN-TIPO.
           MOVE COD-DADOS      TO PLN-COD-DADOS.
           MOVE NOM-DADOS      TO PLN-NOME-ATUAL PLN-NOME-NOVO.
           MOVE DEPTO-DADOS    TO PLN-DEPTO-ATUAL PLN-DEPTO-NOVO.
           MOVE STATUS-DADOS   TO PLN-STATUS-ATUAL.
           MOVE VALOR-DADOS    TO PLN-VALOR-ATUAL.
           MOVE DATA-DADOS     TO PLN-DATA-ATUAL PLN-DATA-NOVA.
           MOVE WS-ULT-VERSAO  TO PLN-VERSAO.
           WRITE RG-CORRPLAN.
           ADD 1 TO WS-CONT-PLANILHA.
       P0230-FIM.

       P0235-ULTIMA-VERSAO.
      *    CARIMBO DE ALTERACAO = ULTIMO NUMERO DE VERSAO DO CODIGO,
      *    NA MESMA VARREDURA DA NUMERACAO DO ALTDADOS.
           MOVE ZEROS TO WS-ULT-VERSAO.
           IF NOT VERSOES-ABERTO
               GO TO P0235-FIM
           END-IF.

           SET FIM-VERS-OK TO FALSE.
           MOVE COD-DADOS TO VERS-COD-DADOS.
           MOVE ZEROS     TO VERS-NUMERO.
           START VERSOES KEY IS NOT LESS THAN VERS-CHAVE
               INVALID KEY
                   SET FIM-VERS-OK TO TRUE
           END-START.

           PERFORM P0237-VARRE-VERSOES THRU P0237-FIM
                   UNTIL FIM-VERS-OK.
       P0235-FIM.

       P0237-VARRE-VERSOES.
           READ VERSOES NEXT RECORD
               AT END
                   SET FIM-VERS-OK TO TRUE
               NOT AT END
                   IF VERS-COD-DADOS NOT EQUAL COD-DADOS
                       SET FIM-VERS-OK TO TRUE
                   ELSE
                       MOVE VERS-NUMERO TO WS-ULT-VERSAO
                   END-IF
           END-READ.
       P0237-FIM.

       P0400-FECHA.
           CLOSE DADOS1 EXTRACAO.


           DISPLAY 'CONSULTA CONCLUIDA: ' WS-CONT-SELECION
                   ' REGISTRO(S) EM QUERYEXT.TXT E QUERYEXT.DAT.'.

           IF GERA-PLANILHA
               PERFORM P0410-FECHA-PLANILHA THRU P0410-FIM
           END-IF.
       P0400-FIM.

       P0410-FECHA-PLANILHA.
           MOVE SPACES           TO RG-CORRPLAN-CTL.
           MOVE 'T'              TO PLC-TIPO.
           MOVE WS-PLAN-DATA     TO PLC-PLAN-DATA.
           MOVE WS-PLAN-HORA     TO PLC-PLAN-HORA.
           MOVE EMP-OPERADOR     TO PLC-OPERADOR.
           MOVE WS-CONT-PLANILHA TO PLC-QTD-LINHAS.
           WRITE RG-CORRPLAN-CTL.
           CLOSE PLANILHA.
           IF VERSOES-ABERTO
               CLOSE VERSOES
           END-IF.

           DISPLAY 'PLANILHA DE CORRECAO ' WS-PLAN-DATA '/'
                   WS-PLAN-HORA ' COM ' WS-CONT-PLANILHA
                   ' LINHA(S) EM CORRPLAN.DAT - DEVOLVER PELO'
                   ' CORRAPL.'.
       P0410-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.

       COPY FD_STATUS_MSG.

       COPY EMPRESA.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
           MOVE 'QUERYEXT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-QUERYEXT-TXT.
           MOVE 'CORRPLAN.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CORRPLAN-DAT.
           MOVE 'VERSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VERSOES-DAT.
       9600-FIM.

       COPY PERFIL.
