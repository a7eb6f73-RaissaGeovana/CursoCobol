      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro das retencoes legais - varre RETLEGAL.DAT e
      *          lista cada retencao aberta com o codigo, a data de
      *          abertura, a idade em dias, o solicitante e o motivo,
      *          fechando com os totais de retencoes abertas e ja
      *          liberadas. Impresso pelo PRINTSRV com saida datada
      *          RETLREL.AAAAMMDD.TXT e registrado no catalogo de
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
              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RETL-COD-DADOS
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
       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD DADOS1.
       COPY FD_CRUD.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
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
       77 WS-DADOS-ABERTO    PIC X     VALUE 'N'.
         88 DADOS-ABERTO               VALUE 'S' FALSE 'N'.
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
       77 WS-IDADE-DIAS      PIC S9(05) COMP VALUE ZEROS.
       77 WS-IDADE-ED        PIC ZZZZ9.
       77 WS-TOT-ABERTAS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIBERADAS   PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0400-RELATA   THRU P0400-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** REGISTRO DE RETENCOES LEGAIS *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

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
           MOVE 'REGISTRO DE RETENCOES LEGAIS ABERTAS'
             TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DE RETENCOES.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           MOVE 'CODIGO  ABERTA EM  IDADE SOLICITANTE'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    SEM O CADASTRO O DEPARTAMENTO FICA EM BRANCO E A RETENCAO
      *    SO SAI NA VISAO CONSOLIDADA.
           SET ST-DADOS-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-DADOS-OK
               SET DADOS-ABERTO TO TRUE
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT RETLEGAL.

           IF NOT ST-OK
               DISPLAY 'CADASTRO DE RETENCOES VAZIO OU INDISPONIVEL.'
               SET FIM-OK TO TRUE
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
           READ RETLEGAL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   CLOSE RETLEGAL
               NOT AT END
                   PERFORM P0205-CLASSIFICA THRU P0205-FIM
           END-READ.
       P0200-FIM.

       P0205-CLASSIFICA.
           MOVE SPACES TO DEPTO-DADOS.
           IF DADOS-ABERTO
               MOVE RETL-COD-DADOS TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       MOVE SPACES TO DEPTO-DADOS
               END-READ
           END-IF.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0205-FIM
           END-IF.

           IF RETL-ATIVA
               ADD 1 TO WS-TOT-ABERTAS
               PERFORM P0210-LISTA-RETENCAO THRU P0210-FIM
           ELSE
               ADD 1 TO WS-TOT-LIBERADAS
           END-IF.
       P0205-FIM.

       P0210-LISTA-RETENCAO.
           MOVE RETL-DATA-ABERTURA(1:4) TO WS-CALC-ANO.
           MOVE RETL-DATA-ABERTURA(5:2) TO WS-CALC-MES.
           MOVE RETL-DATA-ABERTURA(7:2) TO WS-CALC-DIA.
           PERFORM P0150-DIA-SERIAL THRU P0150-FIM.
           COMPUTE WS-IDADE-DIAS = WS-SERIAL-HOJE - WS-SERIAL-SAIDA.
           MOVE WS-IDADE-DIAS TO WS-IDADE-ED.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING RETL-COD-DADOS ' ' RETL-DATA-ABERTURA
                  ' ' WS-IDADE-ED ' ' RETL-SOLICITANTE
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '        MOTIVO: ' RETL-MOTIVO
                  ' ABERTA POR ' RETL-OPER-ABERTURA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0210-FIM.

       P0400-RELATA.
           IF DADOS-ABERTO
               CLOSE DADOS1
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'RETENCOES ABERTAS ' WS-TOT-ABERTAS
                  ' LIBERADAS ' WS-TOT-LIBERADAS
                  ' FORA DA VISAO ' WS-CONT-FORA-VISAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           DISPLAY 'FORA DA VISAO: ' WS-CONT-FORA-VISAO.
           DISPLAY 'RELATORIO GRAVADO EM RETLREL.' WS-HOJE '.TXT'.
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
               MOVE 'RETLREL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE 'RETENCOES LEGAIS ABERTAS' TO REL-PARAMETROS
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
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'RETLREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
