      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio gerencial de cobranca - restrito a
      *          supervisor (nivel 2 do OPERMST.DAT), lista os codigos
      *          em cobranca de COBRANCA.DAT (ciclo mantido pelo
      *          COBRCIC) com departamento, nivel, datas de entrada e
      *          do nivel, dias no ciclo, saldo devedor e ultima carta
      *          emitida, e fecha com os quadros de quantidade e
      *          valor devedor por nivel e por departamento e nivel,
      *          mais os codigos regularizados no mes. Impresso pelo
      *          PRINTSRV com saida datada COBRREL.AAAAMMDD.TXT e
      *          registrado no catalogo de relatorios.
      *          O supervisor assinado escolhe pelo EMPRSRV uma empresa
      *          ou a visao consolidada e so entram os codigos da
      *          visao escolhida.
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
              SELECT COBRANCA ASSIGN TO WS-ARQ-COBRANCA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COB-COD-DADOS
              FILE STATUS IS WS-ST.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
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
       FD COBRANCA.
       COPY FD_COBRANCA.

       FD OPERMST.
       COPY FD_OPER.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-COBRANCA-DAT  PIC X(60) VALUE SPACES.
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
       77 WS-ARQ-ABERTO      PIC X     VALUE 'N'.
         88 ARQ-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK   PIC X     VALUE 'N'.
         88 SUPERVISOR-OK              VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HOJE.
           02 WS-HOJE-ANO    PIC 9(04).
           02 WS-HOJE-MES    PIC 9(02).
           02 WS-HOJE-DIA    PIC 9(02).
       77 WS-CALC-ANO        PIC 9(04) COMP VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(06) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(08) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-HOJE     PIC S9(08) COMP VALUE ZEROS.
       77 WS-DIAS-CICLO      PIC S9(05) COMP VALUE ZEROS.
       77 WS-DIAS-ED         PIC ZZZZ9.
      *    TOTAIS POR NIVEL (1 A 3) E POR DEPARTAMENTO E NIVEL.
       01 WS-TAB-NIVEIS.
          02 WS-NV OCCURS 3 TIMES.
             03 WS-NV-QTD        PIC 9(05).
             03 WS-NV-VALOR      PIC S9(11)V99.
       01 WS-TAB-DEPTOS.
          02 WS-DP OCCURS 100 TIMES.
             03 WS-DP-DEPTO      PIC X(04).
             03 WS-DP-NIVEL OCCURS 3 TIMES.
                04 WS-DP-QTD     PIC 9(05).
                04 WS-DP-VALOR   PIC S9(11)V99.
       77 WS-QTD-DEPTOS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DP          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-NV          PIC 9(01) VALUE ZEROS.
       77 WS-DP-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL-ATUAL     PIC 9(01) VALUE ZEROS.
       77 WS-QTD-QUITADOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TOTAL       PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-ED        PIC -ZZZZZZ9,99.
       77 WS-TOTAL-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       COPY EMPRSRV_WS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '********* RELATORIO DE COBRANCA *********'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-TAB-NIVEIS WS-TAB-DEPTOS.

           PERFORM P0110-AUTORIZA-SUPERVISOR THRU P0110-FIM.
           IF NOT SUPERVISOR-OK
               DISPLAY 'RELATORIO RESTRITO AO SUPERVISOR.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

      *    O SUPERVISOR JA ASSINADO ESCOLHE A EMPRESA OU O CONSOLIDADO.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE WS-OPERADOR TO EMP-OPERADOR.
           MOVE 2           TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               SET SUPERVISOR-OK TO FALSE
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE WS-HOJE-DIA TO WS-CALC-DIA.
           PERFORM P0150-DIA-SERIAL THRU P0150-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'CODIGOS EM COBRANCA' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE COBRANCA.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE 'CODIGO  DEPTO NV ENTRADA  NO NIVEL  DIAS'
             TO WS-LINHA-RELATORIO.
           MOVE '       SALDO CARTA' TO WS-LINHA-RELATORIO(42:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT COBRANCA.

           IF NOT ST-OK
               DISPLAY 'COBRANCA.DAT VAZIO OU INDISPONIVEL.'
               SET FIM-OK TO TRUE
           ELSE
               SET ARQ-ABERTO TO TRUE
           END-IF.
       P0100-FIM.

       P0110-AUTORIZA-SUPERVISOR.
      *    SALDOS DEVEDORES POR CODIGO SAO INFORMACAO GERENCIAL - SO
      *    SUPERVISOR (NIVEL 2) TIRA O RELATORIO.
           SET SUPERVISOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA.'
               SET SUPERVISOR-OK TO TRUE
               GO TO P0110-FIM
           END-IF.

           IF ST-OPER-OK
               MOVE WS-OPERADOR TO OPER-ID
               READ OPERMST
                   INVALID KEY
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   NOT INVALID KEY
                       MOVE OPER-SAL TO WS-SNH-SAL
                       MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF OPER-ATIVO
                          AND OPER-SENHA = WS-SNH-HASH
                          AND NIVEL-SUPERVISOR
                           SET SUPERVISOR-OK TO TRUE
                       ELSE
                           DISPLAY 'OPERADOR SEM NIVEL DE'
                                   ' SUPERVISOR OU SENHA INVALIDA.'
                       END-IF
               END-READ
               CLOSE OPERMST
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
           END-IF.
       P0110-FIM.

       P0150-DIA-SERIAL.
      *    NUMERO DE DIA CORRIDO (FORMULA DE DIAS JULIANOS
      *    SIMPLIFICADA), SUFICIENTE PARA DIFERENCAS ENTRE DATAS DO
      *    CALENDARIO GREGORIANO.
           COMPUTE WS-CALC-T1 = WS-CALC-MES + 9.
           DIVIDE WS-CALC-T1 BY 12 GIVING WS-CALC-T1.
           COMPUTE WS-CALC-T2 = (WS-CALC-ANO + WS-CALC-T1) * 7.
           DIVIDE WS-CALC-T2 BY 4 GIVING WS-CALC-T2.
           COMPUTE WS-CALC-T3 = 275 * WS-CALC-MES.
           DIVIDE WS-CALC-T3 BY 9 GIVING WS-CALC-T3.
           COMPUTE WS-SERIAL-SAIDA =
                   367 * WS-CALC-ANO - WS-CALC-T2 + WS-CALC-T3
                   + WS-CALC-DIA.
       P0150-FIM.

       P0200-VARRE.
           READ COBRANCA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM P0210-LISTA-CODIGO THRU P0210-FIM
           END-READ.
       P0200-FIM.

       P0210-LISTA-CODIGO.
           MOVE COB-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           IF COB-QUITADO
               IF COB-DATA-SAIDA(1:6) EQUAL WS-HOJE(1:6)
                   ADD 1 TO WS-QTD-QUITADOS
               END-IF
               GO TO P0210-FIM
           END-IF.

           MOVE COB-NIVEL TO WS-NIVEL-ATUAL.
           IF WS-NIVEL-ATUAL < 1 OR WS-NIVEL-ATUAL > 3
               MOVE 3 TO WS-NIVEL-ATUAL
           END-IF.

           ADD 1         TO WS-NV-QTD(WS-NIVEL-ATUAL) WS-QTD-TOTAL.
           ADD COB-VALOR TO WS-NV-VALOR(WS-NIVEL-ATUAL)
                            WS-VALOR-TOTAL.
           PERFORM P0250-LOCALIZA-DEPTO THRU P0250-FIM.
           IF WS-DP-ACHADO > ZEROS
               ADD 1 TO WS-DP-QTD(WS-DP-ACHADO, WS-NIVEL-ATUAL)
               ADD COB-VALOR
                 TO WS-DP-VALOR(WS-DP-ACHADO, WS-NIVEL-ATUAL)
           END-IF.

           MOVE COB-DATA-ENTRADA(1:4) TO WS-CALC-ANO.
           MOVE COB-DATA-ENTRADA(5:2) TO WS-CALC-MES.
           MOVE COB-DATA-ENTRADA(7:2) TO WS-CALC-DIA.
           PERFORM P0150-DIA-SERIAL THRU P0150-FIM.
           COMPUTE WS-DIAS-CICLO = WS-SERIAL-HOJE - WS-SERIAL-SAIDA.
           MOVE WS-DIAS-CICLO TO WS-DIAS-ED.

           MOVE COB-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING COB-COD-DADOS ' ' COB-DEPTO '   ' COB-NIVEL
                  ' ' COB-DATA-ENTRADA ' ' COB-DATA-NIVEL
                  ' ' WS-DIAS-ED ' ' WS-VALOR-ED
                  '   ' COB-CARTA-NIVEL
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF COB-CARTA-NIVEL < COB-NIVEL
               MOVE ' CARTA PENDENTE' TO WS-LINHA-RELATORIO(64:)
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0210-FIM.

       P0250-LOCALIZA-DEPTO.
           MOVE ZEROS TO WS-DP-ACHADO.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0255-CONFERE-DEPTO THRU P0255-FIM
                   UNTIL WS-DP-ACHADO > ZEROS
                      OR WS-IDX-DP > WS-QTD-DEPTOS.

           IF WS-DP-ACHADO EQUAL ZEROS
               IF WS-QTD-DEPTOS < 100
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-DP-ACHADO
                   MOVE COB-DEPTO     TO WS-DP-DEPTO(WS-DP-ACHADO)
               ELSE
                   DISPLAY 'ALERTA: TABELA DE DEPARTAMENTOS CHEIA'
                           ' (100) - DEPTO ' COB-DEPTO
                           ' FORA DO QUADRO.'
               END-IF
           END-IF.
       P0250-FIM.

       P0255-CONFERE-DEPTO.
           IF WS-DP-DEPTO(WS-IDX-DP) EQUAL COB-DEPTO
               MOVE WS-IDX-DP TO WS-DP-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0255-FIM.

       P0400-RELATA.
           IF ARQ-ABERTO
               CLOSE COBRANCA
           END-IF.

           IF NOT SUPERVISOR-OK OR PRT-RETORNO NOT EQUAL ZEROS
               GO TO P0400-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'QUADRO POR NIVEL' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX-NV.
           PERFORM P0410-LISTA-NIVEL THRU P0410-FIM
                   UNTIL WS-IDX-NV > 3.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'QUADRO POR DEPARTAMENTO E NIVEL' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0420-LISTA-DEPTO THRU P0420-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           MOVE WS-VALOR-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EM COBRANCA ' WS-QTD-TOTAL
                  ' SALDO DEVEDOR ' WS-TOTAL-ED
                  ' REGULARIZADOS NO MES ' WS-QTD-QUITADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'CODIGOS EM COBRANCA: ' WS-QTD-TOTAL.
           DISPLAY 'FORA DA VISAO......: ' WS-CONT-FORA-VISAO.
           DISPLAY 'RELATORIO GRAVADO EM COBRREL.' WS-HOJE '.TXT'.
       P0400-FIM.

       P0410-LISTA-NIVEL.
           MOVE WS-NV-VALOR(WS-IDX-NV) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'NIVEL ' WS-IDX-NV
                  ' CODIGOS ' WS-NV-QTD(WS-IDX-NV)
                  ' SALDO ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX-NV.
       P0410-FIM.

       P0420-LISTA-DEPTO.
           MOVE 1 TO WS-IDX-NV.
           PERFORM P0425-LISTA-DEPTO-NIVEL THRU P0425-FIM
                   UNTIL WS-IDX-NV > 3.
           ADD 1 TO WS-IDX-DP.
       P0420-FIM.

       P0425-LISTA-DEPTO-NIVEL.
           IF WS-DP-QTD(WS-IDX-DP, WS-IDX-NV) > ZEROS
               MOVE WS-DP-VALOR(WS-IDX-DP, WS-IDX-NV) TO WS-TOTAL-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'DEPTO ' WS-DP-DEPTO(WS-IDX-DP)
                      ' NIVEL ' WS-IDX-NV
                      ' CODIGOS ' WS-DP-QTD(WS-IDX-DP, WS-IDX-NV)
                      ' SALDO ' WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           ADD 1 TO WS-IDX-NV.
       P0425-FIM.

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
               MOVE 'COBRREL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'SUPERVISOR ' WS-OPERADOR
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
           MOVE 'COBRANCA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-COBRANCA-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'COBRREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY EMPRESA.
