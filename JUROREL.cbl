      ******************************************************************
      * Author:
      * Date:
      * Purpose: Saldo diario dos juros apurados por departamento -
      *          para o periodo pedido (AAAAMM, o mes corrente por
      *          omissao) e um departamento ou todos, lista de
      *          JURODIA.DAT (gravado pelo JURGER) cada dia apurado:
      *          codigos, juros credores e devedores do dia, saldo
      *          acumulado nao capitalizado ao fim do dia e o que foi
      *          capitalizado no dia, com os totais do periodo.
      *          Relatorio pelo PRINTSRV em JUROREL.AAAAMMDD.TXT,
      *          registrado no catalogo de relatorios. O operador
      *          ve so os departamentos da sua empresa (EMPRSRV); o
      *          supervisor escolhe uma empresa ou a visao
      *          consolidada.
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
              SELECT JURODIA ASSIGN TO WS-ARQ-JURODIA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS JDI-CHAVE
              FILE STATUS IS WS-ST.

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
       FD JURODIA.
       COPY FD_JURODIA.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-JURODIA-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-JDI-ABERTO      PIC X     VALUE 'N'.
         88 JDI-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-PEDIDO  PIC 9(06) VALUE ZEROS.
       77 WS-DEPTO-PEDIDO    PIC X(04) VALUE SPACES.
       77 WS-DATA-ANTERIOR   PIC 9(08) VALUE ZEROS.
      *    CAMPOS EDITADOS DA LINHA DE DETALHE.
       77 WS-QTD-ED          PIC ZZZZ9.
       77 WS-JUROS-CRED-ED   PIC ZZZZZZ9,9999.
       77 WS-JUROS-DEV-ED    PIC ZZZZZZ9,9999.
       77 WS-SALDO-CRED-ED   PIC ZZZZZZ9,9999.
       77 WS-SALDO-DEV-ED    PIC ZZZZZZ9,9999.
       77 WS-CAP-CRED-ED     PIC ZZZZZZZZ9,99.
       77 WS-CAP-DEV-ED      PIC ZZZZZZZZ9,99.
      *    TOTAIS DO PERIODO.
       77 WS-CONT-DIAS       PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LINHAS     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-JUROS-CRED  PIC 9(11)V9(04) VALUE ZEROS.
       77 WS-TOT-JUROS-DEV   PIC 9(11)V9(04) VALUE ZEROS.
       77 WS-TOT-CAP-CRED    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CAP-DEV     PIC 9(11)V99 VALUE ZEROS.
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
      *    SO ENTRAM OS DEPARTAMENTOS DA EMPRESA DO OPERADOR ASSINADO.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           DISPLAY '***** SALDO DIARIO DOS JUROS APURADOS *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO WS-PERIODO-PEDIDO.
           MOVE SPACES TO WS-DEPTO-PEDIDO.
           DISPLAY 'PERIODO (AAAAMM, ZEROS = MES CORRENTE): '
           ACCEPT WS-PERIODO-PEDIDO.
           IF WS-PERIODO-PEDIDO EQUAL ZEROS
               MOVE WS-HOJE(1:6) TO WS-PERIODO-PEDIDO
           END-IF.
           DISPLAY 'DEPARTAMENTO (BRANCOS = TODOS): '
           ACCEPT WS-DEPTO-PEDIDO.

      *    SEM APURACAO GRAVADA NAO HA O QUE RELATAR.
           SET ST-OK TO TRUE.
           OPEN INPUT JURODIA.
           IF WS-ST EQUAL 35
               DISPLAY 'NENHUMA APURACAO DE JUROS GRAVADA.'
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O SALDO DIARIO DE JUROS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0100-FIM
           END-IF.
           SET JDI-ABERTO TO TRUE.

           MOVE SPACES TO WS-PARAMETROS.
           IF WS-DEPTO-PEDIDO EQUAL SPACES
               STRING 'PERIODO ' WS-PERIODO-PEDIDO ' TODOS DEPTOS'
                      DELIMITED BY SIZE INTO WS-PARAMETROS
           ELSE
               STRING 'PERIODO ' WS-PERIODO-PEDIDO ' DEPTO '
                      WS-DEPTO-PEDIDO
                      DELIMITED BY SIZE INTO WS-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'JUROS APURADOS - ' WS-PARAMETROS
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
      *    O JURODIA.DAT ESTA EM ORDEM DE DIA E DEPARTAMENTO: COMECA
      *    NO PRIMEIRO DIA DO PERIODO E PARA NO PRIMEIRO DE OUTRO.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-DATA-ANTERIOR.
           MOVE SPACES          TO WS-LINHA-RELATORIO.
           MOVE 'DATA'          TO WS-LINHA-RELATORIO(1:4).
           MOVE 'DEPTO'         TO WS-LINHA-RELATORIO(10:5).
           MOVE 'CODS'          TO WS-LINHA-RELATORIO(16:4).
           MOVE ' JUROS CRED.'  TO WS-LINHA-RELATORIO(21:12).
           MOVE '  JUROS DEV.'  TO WS-LINHA-RELATORIO(34:12).
           MOVE ' SALDO CRED.'  TO WS-LINHA-RELATORIO(47:12).
           MOVE '  SALDO DEV.'  TO WS-LINHA-RELATORIO(60:12).
           MOVE 'CAPITAL CRED'  TO WS-LINHA-RELATORIO(73:12).
           MOVE ' CAPITAL DEV'  TO WS-LINHA-RELATORIO(86:12).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO DEPARTAMENTOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE WS-PERIODO-PEDIDO TO JDI-DATA(1:6).
           MOVE '01'              TO JDI-DATA(7:2).
           MOVE LOW-VALUES        TO JDI-DEPTO.
           START JURODIA KEY IS NOT LESS THAN JDI-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM P0210-LE-DIA THRU P0210-FIM
                   UNTIL FIM-OK.
           IF WS-CONT-LINHAS EQUAL ZEROS
               MOVE 'NENHUM JURO APURADO NO PERIODO.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0200-FIM.

       P0210-LE-DIA.
           READ JURODIA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           IF JDI-DATA(1:6) NOT EQUAL WS-PERIODO-PEDIDO
               SET FIM-OK TO TRUE
               GO TO P0210-FIM
           END-IF.
           IF WS-DEPTO-PEDIDO NOT EQUAL SPACES
              AND JDI-DEPTO NOT EQUAL WS-DEPTO-PEDIDO
               GO TO P0210-FIM
           END-IF.
           MOVE JDI-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.
           PERFORM P0300-RELATA-DIA THRU P0300-FIM.
       P0210-FIM.

       P0300-RELATA-DIA.
           IF JDI-DATA NOT EQUAL WS-DATA-ANTERIOR
               ADD 1 TO WS-CONT-DIAS
               MOVE JDI-DATA TO WS-DATA-ANTERIOR
           END-IF.
           ADD 1 TO WS-CONT-LINHAS.
           ADD JDI-JUROS-CREDOR    TO WS-TOT-JUROS-CRED.
           ADD JDI-JUROS-DEVEDOR   TO WS-TOT-JUROS-DEV.
           ADD JDI-CAPITAL-CREDOR  TO WS-TOT-CAP-CRED.
           ADD JDI-CAPITAL-DEVEDOR TO WS-TOT-CAP-DEV.

           MOVE JDI-QTD-CODIGOS     TO WS-QTD-ED.
           MOVE JDI-JUROS-CREDOR    TO WS-JUROS-CRED-ED.
           MOVE JDI-JUROS-DEVEDOR   TO WS-JUROS-DEV-ED.
           MOVE JDI-SALDO-CREDOR    TO WS-SALDO-CRED-ED.
           MOVE JDI-SALDO-DEVEDOR   TO WS-SALDO-DEV-ED.
           MOVE JDI-CAPITAL-CREDOR  TO WS-CAP-CRED-ED.
           MOVE JDI-CAPITAL-DEVEDOR TO WS-CAP-DEV-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING JDI-DATA ' ' JDI-DEPTO ' ' WS-QTD-ED ' '
                  WS-JUROS-CRED-ED ' ' WS-JUROS-DEV-ED ' '
                  WS-SALDO-CRED-ED ' ' WS-SALDO-DEV-ED ' '
                  WS-CAP-CRED-ED ' ' WS-CAP-DEV-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0300-FIM.

       P0500-FINALIZA.
           IF JDI-ABERTO
               CLOSE JURODIA
           END-IF.

           IF SAIDA-ABERTA
               MOVE WS-TOT-JUROS-CRED TO WS-JUROS-CRED-ED
               MOVE WS-TOT-JUROS-DEV  TO WS-JUROS-DEV-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'TOTAL DO PERIODO - DIAS ' WS-CONT-DIAS
                      ' JUROS CREDORES ' WS-JUROS-CRED-ED
                      ' JUROS DEVEDORES ' WS-JUROS-DEV-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               IF NOT EMP-VISAO-CONSOLIDADA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'DEPARTAMENTOS FORA DA VISAO: '
                          WS-CONT-FORA-VISAO
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               END-IF
               MOVE WS-TOT-CAP-CRED TO WS-CAP-CRED-ED
               MOVE WS-TOT-CAP-DEV  TO WS-CAP-DEV-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CAPITALIZADO NO PERIODO - CREDOR '
                      WS-CAP-CRED-ED ' DEVEDOR ' WS-CAP-DEV-ED
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
           DISPLAY 'DIAS NO PERIODO.......: ' WS-CONT-DIAS.
           DISPLAY 'LINHAS DIA/DEPTO......: ' WS-CONT-LINHAS.
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
               MOVE 'JUROREL ' TO REL-ID
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
           MOVE 'JURODIA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-JURODIA-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'JUROREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
