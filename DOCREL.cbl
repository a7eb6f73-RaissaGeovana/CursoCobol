      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pendencias de documentos por departamento - confere
      *          cada codigo ativo de DADOS1.DAT contra os tipos de
      *          documento que o seu departamento exige (DOCTIPOS.DAT,
      *          exigencia propria do departamento ou geral ****) e
      *          os documentos recebidos (DOCREC.DAT), listando por
      *          departamento os documentos faltando, os vencidos e
      *          os que vencem nos proximos 30 dias, com subtotais por
      *          departamento. Relatorio pelo PRINTSRV em
      *          DOCREL.AAAAMMDD.TXT, registrado no catalogo de
      *          relatorios. Roda como etapa da cadeia noturna.
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
              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT DOCTIPOS ASSIGN TO WS-ARQ-DOCTIPOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS DTP-CHAVE
              FILE STATUS IS WS-ST-DTP.

              SELECT DOCREC ASSIGN TO WS-ARQ-DOCREC-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DRC-CHAVE
              FILE STATUS IS WS-ST-DRC.

              SELECT WORKDOC ASSIGN TO WS-ARQ-WORKDOC-TMP.

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
       FD DADOS1.
       COPY FD_CRUD.

       FD DOCTIPOS.
       COPY FD_DOCTIPO.

       FD DOCREC.
       COPY FD_DOCREC.

       SD WORKDOC.
       01 SD-PENDENCIA.
          02 SD-DEPTO        PIC X(04).
          02 SD-COD-DADOS    PIC 9(07).
          02 SD-TIPO         PIC X(04).
          02 SD-NOM-DADOS    PIC X(20).
          02 SD-DESCRICAO    PIC X(30).
          02 SD-SITUACAO     PIC X(01).
             88 SD-FALTA        VALUE 'F'.
             88 SD-VENCIDO      VALUE 'V'.
             88 SD-A-VENCER     VALUE 'A'.
          02 SD-VALIDADE     PIC 9(08).
          02 SD-DIAS         PIC 9(03).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DOCTIPOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DOCREC-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKDOC-TMP   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DTP          PIC 99.
         88 ST-DTP-OK         VALUE 0.
       77 WS-ST-DRC          PIC 99.
         88 ST-DRC-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X.
         88 FIM-LEITURA       VALUE 'S' FALSE 'N'.
       77 WS-DRC-ABERTO      PIC X     VALUE 'N'.
         88 DRC-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-SUBSTITUIDO     PIC X     VALUE 'N'.
         88 TIPO-SUBSTITUIDO           VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
      *    JANELA DO AVISO DE VENCIMENTO, EM DIAS.
       77 WS-AVISO-DIAS      PIC 9(03) VALUE 30.
      *    EXIGENCIAS CARREGADAS DE DOCTIPOS.DAT.
       01 WS-TABELA-EXIGE.
          02 WS-EX-ITEM OCCURS 300 TIMES.
             03 WS-EX-DEPTO     PIC X(04).
             03 WS-EX-TIPO      PIC X(04).
             03 WS-EX-DESCRICAO PIC X(30).
       77 WS-QTD-EX          PIC 9(03) VALUE ZEROS.
       77 WS-IDX             PIC 9(03) VALUE ZEROS.
       77 WS-IDX2            PIC 9(03) VALUE ZEROS.
       77 WS-CONT-FORA-TAB   PIC 9(05) VALUE ZEROS.
      *    DIAS ATE O VENCIMENTO (DIA SERIAL, COMO NO AGING).
       77 WS-SERIAL-HOJE     PIC S9(07) COMP VALUE ZEROS.
       77 WS-DIAS-VENCER     PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(07) COMP VALUE ZEROS.
      *    QUEBRA POR DEPARTAMENTO.
       77 WS-DEPTO-ATUAL     PIC X(04) VALUE SPACES.
       77 WS-DP-FALTA        PIC 9(05) VALUE ZEROS.
       77 WS-DP-VENCIDO      PIC 9(05) VALUE ZEROS.
       77 WS-DP-A-VENCER     PIC 9(05) VALUE ZEROS.
      *    TOTAIS GERAIS.
       77 WS-CONT-ATIVOS     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PENDENCIAS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FALTA       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-VENCIDO     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-A-VENCER    PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-ED     PIC X(10) VALUE SPACES.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM    PIC X(20).
           02 LK-OPERADOR    PIC X(08).
           02 LK-NIVEL       PIC 9(01).
           02 LK-MODO-EXEC   PIC X(01).
             88 LK-MODO-EXEC-BATCH  VALUE 'B' 'b'.
           02 LK-RETORNO     PIC 9(02).
           02 LK-CONT-LIDOS      PIC 9(05).
           02 LK-CONT-GRAVADOS   PIC 9(05).
           02 LK-CONT-REJEITADOS PIC 9(05).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF LK-RETORNO EQUAL ZEROS
               SORT WORKDOC
                   ON ASCENDING KEY SD-DEPTO SD-COD-DADOS SD-TIPO
                   INPUT PROCEDURE  IS P0200-CONFERE
                                  THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-IMPRIME
                                  THRU P0300-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** PENDENCIAS DE DOCUMENTOS *****'.
           MOVE ZEROS TO LK-RETORNO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE WS-HOJE-DIA TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

      *    SEM EXIGENCIAS CADASTRADAS NAO HA O QUE CONFERIR - A
      *    ETAPA TERMINA SEM ERRO.
           SET ST-DTP-OK TO TRUE.
           OPEN INPUT DOCTIPOS.
           IF WS-ST-DTP EQUAL 35
               DISPLAY 'NENHUM DOCUMENTO EXIGIDO CADASTRADO.'
               MOVE 4 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-DTP-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-DTP
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0150-CARREGA-EXIGENCIA THRU P0150-FIM
                   UNTIL FIM-LEITURA.
           CLOSE DOCTIPOS.

           IF WS-QTD-EX EQUAL ZEROS
               DISPLAY 'NENHUM DOCUMENTO EXIGIDO CADASTRADO.'
               MOVE 4 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'PENDENCIAS DE DOCUMENTOS - ' WS-HOJE
                  DELIMITED BY SIZE INTO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
       P0100-FIM.

       P0150-CARREGA-EXIGENCIA.
           READ DOCTIPOS NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0150-FIM
           END-READ.
           IF WS-QTD-EX < 300
               ADD 1 TO WS-QTD-EX
               MOVE DTP-DEPTO     TO WS-EX-DEPTO(WS-QTD-EX)
               MOVE DTP-TIPO      TO WS-EX-TIPO(WS-QTD-EX)
               MOVE DTP-DESCRICAO TO WS-EX-DESCRICAO(WS-QTD-EX)
           ELSE
               ADD 1 TO WS-CONT-FORA-TAB
           END-IF.
       P0150-FIM.

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

       P0200-CONFERE.
           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 8 TO LK-RETORNO
               GO TO P0200-FIM
           END-IF.

      *    SEM O REGISTRO DE RECEBIDOS TODO DOCUMENTO EXIGIDO FALTA.
           SET ST-DRC-OK TO TRUE.
           OPEN INPUT DOCREC.
           IF ST-DRC-OK
               SET DRC-ABERTO TO TRUE
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0210-LE-CODIGO THRU P0210-FIM
                   UNTIL FIM-OK.

           IF DRC-ABERTO
               CLOSE DOCREC
               SET DRC-ABERTO TO FALSE
           END-IF.
           CLOSE DADOS1.
       P0200-FIM.

       P0210-LE-CODIGO.
           READ DADOS1
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           IF NOT DADO-ATIVO
               GO TO P0210-FIM
           END-IF.
           ADD 1 TO WS-CONT-ATIVOS.

           MOVE 1 TO WS-IDX.
           PERFORM P0220-CONFERE-EXIGENCIA THRU P0220-FIM
                   UNTIL WS-IDX > WS-QTD-EX.
       P0210-FIM.

       P0220-CONFERE-EXIGENCIA.
      *    VALE A EXIGENCIA DO PROPRIO DEPARTAMENTO; A GERAL (****)
      *    SO QUANDO O DEPARTAMENTO NAO TEM O MESMO TIPO.
           IF WS-EX-DEPTO(WS-IDX) NOT EQUAL DEPTO-DADOS
              AND WS-EX-DEPTO(WS-IDX) NOT EQUAL '****'
               GO TO P0220-SEGUE
           END-IF.
           IF WS-EX-DEPTO(WS-IDX) EQUAL '****'
               SET TIPO-SUBSTITUIDO TO FALSE
               MOVE 1 TO WS-IDX2
               PERFORM P0225-PROCURA-PROPRIO THRU P0225-FIM
                       UNTIL WS-IDX2 > WS-QTD-EX OR TIPO-SUBSTITUIDO
               IF TIPO-SUBSTITUIDO
                   GO TO P0220-SEGUE
               END-IF
           END-IF.

           MOVE DEPTO-DADOS              TO SD-DEPTO.
           MOVE COD-DADOS                TO SD-COD-DADOS.
           MOVE WS-EX-TIPO(WS-IDX)       TO SD-TIPO.
           MOVE NOM-DADOS                TO SD-NOM-DADOS.
           MOVE WS-EX-DESCRICAO(WS-IDX)  TO SD-DESCRICAO.
           MOVE ZEROS TO SD-VALIDADE SD-DIAS.

           IF NOT DRC-ABERTO
               SET SD-FALTA TO TRUE
               RELEASE SD-PENDENCIA
               GO TO P0220-SEGUE
           END-IF.
           MOVE COD-DADOS          TO DRC-COD-DADOS.
           MOVE WS-EX-TIPO(WS-IDX) TO DRC-TIPO.
           READ DOCREC
               INVALID KEY
                   SET SD-FALTA TO TRUE
                   RELEASE SD-PENDENCIA
                   GO TO P0220-SEGUE
           END-READ.
           IF DRC-DATA-VALIDADE EQUAL ZEROS
               GO TO P0220-SEGUE
           END-IF.

           MOVE DRC-DATA-VALIDADE(1:4) TO WS-CALC-ANO.
           MOVE DRC-DATA-VALIDADE(5:2) TO WS-CALC-MES.
           MOVE DRC-DATA-VALIDADE(7:2) TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           COMPUTE WS-DIAS-VENCER = WS-SERIAL-SAIDA - WS-SERIAL-HOJE.
           MOVE DRC-DATA-VALIDADE TO SD-VALIDADE.
           IF WS-DIAS-VENCER < ZEROS
               SET SD-VENCIDO TO TRUE
               RELEASE SD-PENDENCIA
           ELSE
               IF WS-DIAS-VENCER NOT > WS-AVISO-DIAS
                   SET SD-A-VENCER TO TRUE
                   MOVE WS-DIAS-VENCER TO SD-DIAS
                   RELEASE SD-PENDENCIA
               END-IF
           END-IF.
       P0220-SEGUE.
           ADD 1 TO WS-IDX.
       P0220-FIM.

       P0225-PROCURA-PROPRIO.
           IF WS-EX-DEPTO(WS-IDX2) EQUAL DEPTO-DADOS
              AND WS-EX-TIPO(WS-IDX2) EQUAL WS-EX-TIPO(WS-IDX)
               SET TIPO-SUBSTITUIDO TO TRUE
           END-IF.
           ADD 1 TO WS-IDX2.
       P0225-FIM.

       P0300-IMPRIME.
           IF NOT SAIDA-ABERTA
               GO TO P0300-FIM
           END-IF.
           MOVE 'CODIGO  NOME                 TIPO DESCRICAO'
             TO WS-LINHA-RELATORIO.
           MOVE 'SITUACAO   VENCIMENTO' TO WS-LINHA-RELATORIO(66:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.
           IF WS-DEPTO-ATUAL NOT EQUAL SPACES
               PERFORM P0350-FECHA-DEPTO THRU P0350-FIM
           END-IF.
           IF WS-CONT-PENDENCIAS EQUAL ZEROS
               MOVE 'NENHUMA PENDENCIA DE DOCUMENTO.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKDOC
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-DEPTO NOT EQUAL WS-DEPTO-ATUAL
               IF WS-DEPTO-ATUAL NOT EQUAL SPACES
                   PERFORM P0350-FECHA-DEPTO THRU P0350-FIM
               END-IF
               MOVE SD-DEPTO TO WS-DEPTO-ATUAL
               MOVE ZEROS TO WS-DP-FALTA WS-DP-VENCIDO
                             WS-DP-A-VENCER
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'DEPARTAMENTO ' SD-DEPTO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           ADD 1 TO WS-CONT-PENDENCIAS.
           EVALUATE TRUE
               WHEN SD-FALTA
                   MOVE 'FALTA' TO WS-SITUACAO-ED
                   ADD 1 TO WS-DP-FALTA WS-TOT-FALTA
               WHEN SD-VENCIDO
                   MOVE 'VENCIDO' TO WS-SITUACAO-ED
                   ADD 1 TO WS-DP-VENCIDO WS-TOT-VENCIDO
               WHEN SD-A-VENCER
                   MOVE SPACES TO WS-SITUACAO-ED
                   STRING 'VENCE ' SD-DIAS 'D'
                          DELIMITED BY SIZE INTO WS-SITUACAO-ED
                   ADD 1 TO WS-DP-A-VENCER WS-TOT-A-VENCER
           END-EVALUATE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING SD-COD-DADOS ' ' SD-NOM-DADOS ' ' SD-TIPO ' '
                  SD-DESCRICAO ' ' WS-SITUACAO-ED ' '
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF NOT SD-FALTA
               MOVE SD-VALIDADE TO WS-LINHA-RELATORIO(77:8)
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0310-FIM.

       P0350-FECHA-DEPTO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL ' WS-DEPTO-ATUAL ' - FALTANDO '
                  WS-DP-FALTA ' VENCIDOS ' WS-DP-VENCIDO
                  ' A VENCER ' WS-DP-A-VENCER
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0350-FIM.

       P0500-FINALIZA.
           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS ATIVOS ' WS-CONT-ATIVOS
                      ' FALTANDO ' WS-TOT-FALTA
                      ' VENCIDOS ' WS-TOT-VENCIDO
                      ' A VENCER ' WS-TOT-A-VENCER
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               IF WS-CONT-FORA-TAB > ZEROS
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'ALERTA: ' WS-CONT-FORA-TAB
                          ' EXIGENCIAS FORA DA TABELA - NAO'
                          ' CONFERIDAS.'
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               END-IF
               MOVE 'E' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS
               PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.

      *    SEM EXIGENCIAS (RETORNO 4) A ETAPA NAO E FALHA.
           IF LK-RETORNO EQUAL 4
               MOVE ZEROS TO LK-RETORNO
           END-IF.
           MOVE WS-CONT-ATIVOS     TO LK-CONT-LIDOS.
           MOVE WS-CONT-PENDENCIAS TO LK-CONT-GRAVADOS.
           MOVE ZEROS              TO LK-CONT-REJEITADOS.

           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS ATIVOS........: ' WS-CONT-ATIVOS.
           DISPLAY 'DOCUMENTOS FALTANDO...: ' WS-TOT-FALTA.
           DISPLAY 'DOCUMENTOS VENCIDOS...: ' WS-TOT-VENCIDO.
           DISPLAY 'VENCEM EM ' WS-AVISO-DIAS ' DIAS.....: '
                   WS-TOT-A-VENCER.
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
               MOVE 'DOCREL  ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE 'CODIGOS ATIVOS - AVISO 30 DIAS' TO REL-PARAMETROS
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
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DOCTIPOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DOCTIPOS-DAT.
           MOVE 'DOCREC.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DOCREC-DAT.
           MOVE 'WORKDOC.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKDOC-TMP.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'DOCREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
