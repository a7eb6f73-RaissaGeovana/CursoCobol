      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retornos de notas em atraso - lista os
      *          acompanhamentos abertos de LEMBRETE.DAT com data de
      *          retorno anterior a hoje, agrupados pelo responsavel
      *          (primeiro os operadores, depois os departamentos),
      *          do mais atrasado para o mais recente, com os dias de
      *          atraso e o texto da nota (NOTAS.DAT), subtotal por
      *          responsavel e total geral. Relatorio de supervisao
      *          pelo PRINTSRV em LEMBREL.AAAAMMDD.TXT, registrado no
      *          catalogo de relatorios. O operador ve so os
      *          retornos da sua empresa (EMPRSRV): o departamento
      *          responsavel ou o operador responsavel (OPERMST.DAT)
      *          tem de ser dela.
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
              SELECT LEMBRETE ASSIGN TO WS-ARQ-LEMBRETE-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS LEM-CHAVE
              FILE STATUS IS WS-ST.

              SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS NOTA-CHAVE
              FILE STATUS IS WS-ST-NOTA.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT WORKLEM ASSIGN TO WS-ARQ-WORKLEM-TMP.

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
       FD LEMBRETE.
       COPY FD_LEMBRETE.

       FD NOTAS.
       COPY FD_NOTA.

       FD OPERMST.
       COPY FD_OPER.

       SD WORKLEM.
       01 SD-ATRASO.
          02 SD-TIPO-RESP    PIC X(01).
             88 SD-RESP-OPERADOR VALUE 'O'.
             88 SD-RESP-DEPTO    VALUE 'D'.
          02 SD-RESPONSAVEL  PIC X(08).
          02 SD-DIAS         PIC 9(05).
          02 SD-COD-DADOS    PIC 9(07).
          02 SD-NOTA-DATA    PIC 9(08).
          02 SD-RETORNO      PIC 9(08).
          02 SD-TEXTO        PIC X(60).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-LEMBRETE-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-NOTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKLEM-TMP   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-NOTA         PIC 99.
         88 ST-NOTA-OK        VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-NOTA-ABERTA     PIC X     VALUE 'N'.
         88 NOTA-ABERTA                VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X     VALUE 'N'.
         88 OPER-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
      *    DIAS DE ATRASO (DIA SERIAL, COMO NO AGING).
       77 WS-SERIAL-HOJE     PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(07) COMP VALUE ZEROS.
      *    QUEBRA POR RESPONSAVEL.
       77 WS-TIPO-ATUAL      PIC X(01) VALUE SPACES.
       77 WS-RESP-ATUAL      PIC X(08) VALUE SPACES.
       77 WS-RS-ATRASADOS    PIC 9(05) VALUE ZEROS.
       77 WS-RS-MAIOR        PIC 9(05) VALUE ZEROS.
       77 WS-TIPO-ED         PIC X(12) VALUE SPACES.
      *    TOTAIS GERAIS.
       77 WS-CONT-ABERTOS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ATRASADOS  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-OPERADOR    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEPTO       PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
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
               SORT WORKLEM
                   ON ASCENDING KEY SD-TIPO-RESP SD-RESPONSAVEL
                   ON DESCENDING KEY SD-DIAS
                   ON ASCENDING KEY SD-COD-DADOS SD-NOTA-DATA
                   INPUT PROCEDURE  IS P0200-SELECIONA
                                  THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-IMPRIME
                                  THRU P0300-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0050-CARREGA-EMPRESA.
      *    SO ENTRAM OS RETORNOS DA EMPRESA DO OPERADOR ASSINADO.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           DISPLAY '***** RETORNOS DE NOTAS EM ATRASO *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE WS-HOJE-DIA TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

      *    SEM ACOMPANHAMENTOS GRAVADOS NAO HA O QUE RELATAR.
           SET ST-OK TO TRUE.
           OPEN INPUT LEMBRETE.
           IF WS-ST EQUAL 35
               DISPLAY 'NENHUM ACOMPANHAMENTO DE NOTA CADASTRADO.'
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACOMPANHAMENTOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0100-FIM
           END-IF.
           CLOSE LEMBRETE.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'RETORNOS DE NOTAS EM ATRASO - ' WS-HOJE
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

       P0160-DIA-SERIAL.
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
       P0160-FIM.

       P0200-SELECIONA.
           SET ST-OK TO TRUE.
           OPEN INPUT LEMBRETE.
           IF NOT ST-OK
               DISPLAY 'LEMBRETE.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0200-FIM
           END-IF.

      *    SEM O ARQUIVO DE NOTAS O RETORNO SAI SEM O TEXTO.
           SET ST-NOTA-OK TO TRUE.
           OPEN INPUT NOTAS.
           IF ST-NOTA-OK
               SET NOTA-ABERTA TO TRUE
           END-IF.

      *    SEM O CADASTRO DE OPERADORES O RETORNO DE UM OPERADOR SO
      *    SAI NA VISAO CONSOLIDADA.
           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF ST-OPER-OK
               SET OPER-ABERTO TO TRUE
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0210-LE-RETORNO THRU P0210-FIM
                   UNTIL FIM-OK.

           IF NOTA-ABERTA
               CLOSE NOTAS
               SET NOTA-ABERTA TO FALSE
           END-IF.
           IF OPER-ABERTO
               CLOSE OPERMST
               SET OPER-ABERTO TO FALSE
           END-IF.
           CLOSE LEMBRETE.
       P0200-FIM.

       P0210-LE-RETORNO.
           READ LEMBRETE NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           IF NOT LEM-ABERTO
               GO TO P0210-FIM
           END-IF.
           PERFORM P0220-VERIFICA-VISAO THRU P0220-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.
           ADD 1 TO WS-CONT-ABERTOS.
           IF LEM-DATA-RETORNO NOT < WS-HOJE
               GO TO P0210-FIM
           END-IF.

           IF LEM-OPERADOR NOT EQUAL SPACES
               SET SD-RESP-OPERADOR TO TRUE
               MOVE LEM-OPERADOR TO SD-RESPONSAVEL
           ELSE
               SET SD-RESP-DEPTO TO TRUE
               MOVE LEM-DEPTO    TO SD-RESPONSAVEL
           END-IF.
           MOVE LEM-DATA-RETORNO(1:4) TO WS-CALC-ANO.
           MOVE LEM-DATA-RETORNO(5:2) TO WS-CALC-MES.
           MOVE LEM-DATA-RETORNO(7:2) TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           COMPUTE SD-DIAS = WS-SERIAL-HOJE - WS-SERIAL-SAIDA.
           MOVE LEM-COD-DADOS    TO SD-COD-DADOS.
           MOVE LEM-NOTA-DATA    TO SD-NOTA-DATA.
           MOVE LEM-DATA-RETORNO TO SD-RETORNO.

           MOVE SPACES TO SD-TEXTO.
           IF NOTA-ABERTA
               MOVE LEM-CHAVE TO NOTA-CHAVE
               READ NOTAS
                   INVALID KEY
                       MOVE '(NOTA NAO ENCONTRADA)' TO SD-TEXTO
                   NOT INVALID KEY
                       MOVE NOTA-TEXTO TO SD-TEXTO
               END-READ
           END-IF.
           RELEASE SD-ATRASO.
       P0210-FIM.

       P0220-VERIFICA-VISAO.
      *    RETORNO DE DEPARTAMENTO: O DEPARTAMENTO TEM DE SER DA
      *    EMPRESA; RETORNO DE OPERADOR: O OPERADOR TEM DE SER DELA.
           IF LEM-OPERADOR EQUAL SPACES
               MOVE LEM-DEPTO TO EMP-DEPTO-TESTE
               PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
               GO TO P0220-FIM
           END-IF.
           SET EMP-DEPTO-PERMITIDO TO TRUE.
           IF EMP-VISAO-CONSOLIDADA
               GO TO P0220-FIM
           END-IF.
           SET EMP-DEPTO-PERMITIDO TO FALSE.
           IF NOT OPER-ABERTO
               GO TO P0220-FIM
           END-IF.
           MOVE LEM-OPERADOR TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   GO TO P0220-FIM
           END-READ.
           IF OPER-EMPRESA EQUAL EMP-EMPRESA
               SET EMP-DEPTO-PERMITIDO TO TRUE
           END-IF.
       P0220-FIM.

       P0300-IMPRIME.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO RETORNOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           MOVE 'CODIGO  NOTA     RETORNO  ATRASO TEXTO DA NOTA'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.
           IF WS-RESP-ATUAL NOT EQUAL SPACES
               PERFORM P0350-FECHA-RESPONSAVEL THRU P0350-FIM
           END-IF.
           IF WS-CONT-ATRASADOS EQUAL ZEROS
               MOVE 'NENHUM RETORNO EM ATRASO.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKLEM
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-TIPO-RESP NOT EQUAL WS-TIPO-ATUAL
              OR SD-RESPONSAVEL NOT EQUAL WS-RESP-ATUAL
               IF WS-RESP-ATUAL NOT EQUAL SPACES
                   PERFORM P0350-FECHA-RESPONSAVEL THRU P0350-FIM
               END-IF
               MOVE SD-TIPO-RESP   TO WS-TIPO-ATUAL
               MOVE SD-RESPONSAVEL TO WS-RESP-ATUAL
               MOVE ZEROS TO WS-RS-ATRASADOS WS-RS-MAIOR
               IF SD-RESP-OPERADOR
                   MOVE 'OPERADOR'     TO WS-TIPO-ED
               ELSE
                   MOVE 'DEPARTAMENTO' TO WS-TIPO-ED
               END-IF
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING WS-TIPO-ED DELIMITED BY SPACE
                      ' ' SD-RESPONSAVEL
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           ADD 1 TO WS-CONT-ATRASADOS WS-RS-ATRASADOS.
           IF SD-RESP-OPERADOR
               ADD 1 TO WS-TOT-OPERADOR
           ELSE
               ADD 1 TO WS-TOT-DEPTO
           END-IF.
           IF SD-DIAS > WS-RS-MAIOR
               MOVE SD-DIAS TO WS-RS-MAIOR
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING SD-COD-DADOS ' ' SD-NOTA-DATA ' ' SD-RETORNO ' '
                  SD-DIAS ' ' SD-TEXTO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0310-FIM.

       P0350-FECHA-RESPONSAVEL.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL ' WS-RESP-ATUAL ' - EM ATRASO '
                  WS-RS-ATRASADOS ' MAIOR ATRASO ' WS-RS-MAIOR
                  ' DIAS'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0350-FIM.

       P0500-FINALIZA.
           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'RETORNOS ABERTOS ' WS-CONT-ABERTOS
                      ' EM ATRASO ' WS-CONT-ATRASADOS
                      ' (OPERADORES ' WS-TOT-OPERADOR
                      ' DEPARTAMENTOS ' WS-TOT-DEPTO ')'
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
           DISPLAY 'RETORNOS ABERTOS......: ' WS-CONT-ABERTOS.
           DISPLAY 'EM ATRASO.............: ' WS-CONT-ATRASADOS.
           DISPLAY '  DE OPERADORES.......: ' WS-TOT-OPERADOR.
           DISPLAY '  DE DEPARTAMENTOS....: ' WS-TOT-DEPTO.
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
               MOVE 'LEMBREL ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE 'RETORNOS ABERTOS COM DATA VENCIDA'
                 TO REL-PARAMETROS
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
           MOVE 'LEMBRETE.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LEMBRETE-DAT.
           MOVE 'NOTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-NOTAS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'WORKLEM.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKLEM-TMP.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'LEMBREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
