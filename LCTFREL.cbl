      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vencimentos do armazem de lancamentos com data
      *          futura - lista, em ordem de data efetiva, os
      *          lancamentos de LCTFUT.DAT que vencem nos proximos N
      *          dias (informado na abertura; zero vale 7), com os
      *          dias que faltam, o dia util em que a etapa LCTFLIB
      *          vai libera-los (calendario de FERIADOS.DAT pelo
      *          DATEVAL) e o operador que os submeteu, fechando com
      *          a quantidade e os totais a debito e a credito.
      *          Impresso pelo PRINTSRV com saida datada
      *          LCTFREL.AAAAMMDD.TXT e registrado no catalogo de
      *          relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos (departamento em DADOS1.DAT) da visao da
      *          empresa dele.
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
              SELECT LCTFUT ASSIGN TO WS-ARQ-LCTFUT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS LFUT-CHAVE
              FILE STATUS IS WS-ST.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DADOS.

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
       FD LCTFUT.
       COPY FD_LCTFUT.

       FD DADOS1.
       COPY FD_CRUD.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-LCTFUT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DADOS        PIC 99.
         88 ST-DADOS-OK       VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-ARQ-ABERTO      PIC X     VALUE 'N'.
         88 ARQ-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DADOS-ABERTO    PIC X     VALUE 'N'.
         88 DADOS-ABERTO               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HOJE.
           02 WS-HOJE-ANO    PIC 9(04).
           02 WS-HOJE-MES    PIC 9(02).
           02 WS-HOJE-DIA    PIC 9(02).
       77 WS-DIAS-PEDIDOS    PIC 9(03) VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) COMP VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) COMP VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(06) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(08) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(08) COMP VALUE ZEROS.
       77 WS-SERIAL-HOJE     PIC S9(08) COMP VALUE ZEROS.
       77 WS-FALTAM-DIAS     PIC S9(05) COMP VALUE ZEROS.
       77 WS-FALTAM-ED       PIC -ZZZ9.
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       01 WS-DATA-UTIL.
          02 WS-UTIL-ANO     PIC 9(04).
          02 WS-UTIL-MES     PIC 9(02).
          02 WS-UTIL-DIA     PIC 9(02).
       77 WS-VALOR-ED        PIC ZZZZZZ9,99.
       77 WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TOT-ITENS       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEBITOS     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-CREDITOS    PIC 9(09)V99 VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.
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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** VENCIMENTOS DOS LANCAMENTOS COM DATA'
                   ' FUTURA *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'VENCIMENTOS DOS PROXIMOS QUANTOS DIAS (ZERO = 7): '
           ACCEPT WS-DIAS-PEDIDOS.
           IF WS-DIAS-PEDIDOS EQUAL ZEROS
               MOVE 7 TO WS-DIAS-PEDIDOS
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
           MOVE 'LANCAMENTOS COM DATA FUTURA A VENCER'
             TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE VENCIMENTOS.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'VENCIMENTOS ATE ' WS-DIAS-PEDIDOS
                  ' DIAS A PARTIR DE ' WS-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'EFETIVO  FALTAM LIBERA  CODIGO  T      VALOR MOT'
             TO WS-LINHA-RELATORIO.
           MOVE ' OPERADOR' TO WS-LINHA-RELATORIO(51:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    SEM O CADASTRO O DEPARTAMENTO FICA EM BRANCO E O ITEM SO
      *    SAI NA VISAO CONSOLIDADA.
           SET ST-DADOS-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-DADOS-OK
               SET DADOS-ABERTO TO TRUE
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT LCTFUT.

           IF NOT ST-OK
               DISPLAY 'ARMAZEM LCTFUT.DAT VAZIO OU INDISPONIVEL.'
               SET FIM-OK TO TRUE
           ELSE
               SET ARQ-ABERTO TO TRUE
           END-IF.
       P0100-FIM.

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
           READ LCTFUT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM P0210-LISTA-ITEM THRU P0210-FIM
           END-READ.
       P0200-FIM.

       P0210-LISTA-ITEM.
      *    O ARMAZEM ESTA EM ORDEM DE DATA EFETIVA: O PRIMEIRO ITEM
      *    ALEM DA JANELA ENCERRA A LEITURA. ITEM JA VENCIDO (FALTAM
      *    ZERO OU MENOS) AINDA NAO FOI LIBERADO PELA CADEIA E
      *    TAMBEM SAI NA LISTA.
           MOVE LFUT-DATA-EFET(1:4) TO WS-CALC-ANO.
           MOVE LFUT-DATA-EFET(5:2) TO WS-CALC-MES.
           MOVE LFUT-DATA-EFET(7:2) TO WS-CALC-DIA.
           PERFORM P0150-DIA-SERIAL THRU P0150-FIM.
           COMPUTE WS-FALTAM-DIAS = WS-SERIAL-SAIDA - WS-SERIAL-HOJE.

           IF WS-FALTAM-DIAS > WS-DIAS-PEDIDOS
               SET FIM-OK TO TRUE
               GO TO P0210-FIM
           END-IF.

           MOVE SPACES TO DEPTO-DADOS.
           IF DADOS-ABERTO
               MOVE LFUT-COD-DADOS TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       MOVE SPACES TO DEPTO-DADOS
               END-READ
           END-IF.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           MOVE LFUT-DATA-EFET(1:4) TO WS-UTIL-ANO.
           MOVE LFUT-DATA-EFET(5:2) TO WS-UTIL-MES.
           MOVE LFUT-DATA-EFET(7:2) TO WS-UTIL-DIA.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-UTIL-ANO WS-UTIL-MES
                     WS-UTIL-DIA WS-DATA-VALIDA
           END-CALL.

           ADD 1 TO WS-TOT-ITENS.
           IF LFUT-CREDITO
               ADD LFUT-VALOR TO WS-TOT-CREDITOS
           ELSE
               ADD LFUT-VALOR TO WS-TOT-DEBITOS
           END-IF.

           MOVE WS-FALTAM-DIAS TO WS-FALTAM-ED.
           MOVE LFUT-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING LFUT-DATA-EFET ' ' WS-FALTAM-ED
                  '  ' WS-DATA-UTIL
                  ' ' LFUT-COD-DADOS ' ' LFUT-TIPO
                  ' ' WS-VALOR-ED ' ' LFUT-MOTIVO
                  ' ' LFUT-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0210-FIM.

       P0400-RELATA.
           IF ARQ-ABERTO
               CLOSE LCTFUT
           END-IF.
           IF DADOS-ABERTO
               CLOSE DADOS1
           END-IF.

           IF PRT-RETORNO NOT EQUAL ZEROS
               GO TO P0400-FIM
           END-IF.

           MOVE WS-TOT-DEBITOS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'LANCAMENTOS A VENCER ' WS-TOT-ITENS
                  ' DEBITOS ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-TOT-CREDITOS TO WS-TOTAL-ED.
           STRING ' CREDITOS ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO(55:).
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'LANCAMENTOS FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
           END-IF.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'LANCAMENTOS A VENCER EM ' WS-DIAS-PEDIDOS
                   ' DIAS: ' WS-TOT-ITENS.
           DISPLAY 'FORA DA VISAO: ' WS-CONT-FORA-VISAO.
           DISPLAY 'RELATORIO GRAVADO EM LCTFREL.' WS-HOJE '.TXT'.
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
               MOVE 'LCTFREL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'PROXIMOS ' WS-DIAS-PEDIDOS ' DIAS'
                      DELIMITED BY SIZE INTO WS-PARAMETROS
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
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
           MOVE 'LCTFUT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LCTFUT-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'LCTFREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
