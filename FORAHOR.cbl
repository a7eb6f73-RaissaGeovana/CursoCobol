      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monitor de atividade fora do horario - para a faixa
      *          de datas informada le o diario de transacoes
      *          (DIARIO.TXT) e o log de consultas (ACESSLOG.TXT) e
      *          lista, por operador, toda operacao online feita fora
      *          da janela de expediente, em sabado, domingo ou
      *          feriado do calendario FERIADOS.DAT. Ficam de fora o
      *          operador BATCH e os programas da cadeia noturna.
      *          Configuracao em FORAHCFG.TXT (INI=hhmm / FIM=hhmm /
      *          LIM=nnnnn / PGM=programa, uma linha por programa
      *          excluido); sem o arquivo vale expediente de 0800 a
      *          1800, limite de 20 operacoes por operador e as
      *          etapas exclusivas da cadeia embutida. Operador acima
      *          do limite no periodo sobe alerta em ALERTAS.DAT,
      *          exibido ao supervisor na proxima assinatura. Saida
      *          pelo PRINTSRV em FORAHOR.AAAAMMDD.TXT, registrada no
      *          catalogo de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram as
      *          operacoes de operadores da empresa dele
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
              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST.

              SELECT ACESSLOG ASSIGN TO WS-ARQ-ACESSLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACES.

              SELECT FERIADOS ASSIGN TO WS-ARQ-FERIADOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS FER-DATA
              FILE STATUS IS WS-ST-FER.

              SELECT FORAHCFG ASSIGN TO WS-ARQ-FORAHCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CFG.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-ALER.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT WORKFORA ASSIGN TO WS-ARQ-WORKFORA-TMP.

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
       FD DIARIO.
       COPY FD_DIARIO.

       FD ACESSLOG.
       COPY FD_ACESSO.

       FD FERIADOS.
       COPY FD_FERIADO.

       FD FORAHCFG.
       01  RG-FORAHCFG         PIC X(80).

       FD ALERTAS.
       COPY FD_ALERTA.

       FD OPERMST.
       COPY FD_OPER.

       SD WORKFORA.
       01 SD-FORA.
          02 SD-OPERADOR     PIC X(08).
          02 SD-DATA         PIC 9(08).
          02 SD-HORA         PIC 9(06).
          02 SD-PROGRAMA     PIC X(08).
          02 SD-OPERACAO     PIC X(01).
          02 SD-COD-DADOS    PIC 9(07).
          02 SD-MOTIVO       PIC X(30).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ACESSLOG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-FERIADOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-FORAHCFG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKFORA-TMP  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-ACES         PIC 99.
         88 ST-ACES-OK        VALUE 0.
       77 WS-ST-FER          PIC 99.
         88 ST-FER-OK         VALUE 0.
       77 WS-ST-CFG          PIC 99.
         88 ST-CFG-OK         VALUE 0.
       77 WS-ST-ALER         PIC 99.
         88 ST-ALER-OK        VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-CFG         PIC X     VALUE 'N'.
         88 FIM-CFG-OK                 VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-FERIADOS-ABERTO PIC X     VALUE 'N'.
         88 FERIADOS-ABERTO            VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X     VALUE 'N'.
         88 OPER-ABERTO                VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INICIAL    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL      PIC 9(08) VALUE ZEROS.
      *    JANELA DE EXPEDIENTE (HHMM) E LIMITE DE ALERTA.
       77 WS-HORA-INI        PIC 9(04) VALUE 0800.
       77 WS-HORA-FIM        PIC 9(04) VALUE 1800.
       77 WS-LIMITE          PIC 9(05) VALUE 20.
      *    PROGRAMAS EXCLUSIVOS DA CADEIA NOTURNA - O CRUD E O
      *    INDEXADO TAMBEM RODAM ONLINE E FICAM NO MONITOR.
       01 WS-TAB-EXCLUIDOS.
          02 WS-QTD-EXCL     PIC 9(02) VALUE ZEROS.
          02 WS-EXCL-PROG    PIC X(08) OCCURS 30 TIMES.
       77 WS-IDX-EXCL        PIC 9(02) VALUE ZEROS.
       77 WS-CFG-PROG-LIDO   PIC X     VALUE 'N'.
         88 CFG-PROG-LIDO              VALUE 'S' FALSE 'N'.
       77 WS-EXCLUIDO        PIC X     VALUE 'N'.
         88 PROGRAMA-EXCLUIDO          VALUE 'S' FALSE 'N'.
      *    OPERACAO LIDA, ANTES DE CLASSIFICAR.
       77 WS-EV-PROGRAMA     PIC X(08) VALUE SPACES.
       77 WS-EV-OPERACAO     PIC X(01) VALUE SPACES.
       77 WS-EV-COD          PIC 9(07) VALUE ZEROS.
       77 WS-EV-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-EV-HORA         PIC 9(06) VALUE ZEROS.
       77 WS-EV-OPERADOR     PIC X(08) VALUE SPACES.
      *    CLASSIFICACAO DA DATA, GUARDADA PARA A PROXIMA OPERACAO
      *    DO MESMO DIA.
       77 WS-ULT-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-DATA     PIC X(30) VALUE SPACES.
       01 WS-DATA-CALC       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
          02 WS-DC-ANO       PIC 9(04).
          02 WS-DC-MES       PIC 9(02).
          02 WS-DC-DIA       PIC 9(02).
       77 WS-Z-DIA           PIC 9(02) VALUE ZEROS.
       77 WS-Z-MES           PIC 9(02) VALUE ZEROS.
       77 WS-Z-ANO           PIC 9(04) VALUE ZEROS.
       77 WS-Z-TEMP          PIC 9(05) VALUE ZEROS.
       77 WS-Z-T1            PIC 9(05) VALUE ZEROS.
       77 WS-Z-T2            PIC 9(05) VALUE ZEROS.
       77 WS-Z-T3            PIC 9(05) VALUE ZEROS.
       77 WS-Z-T4            PIC 9(05) VALUE ZEROS.
       77 WS-Z-SOMA          PIC 9(06) VALUE ZEROS.
       77 WS-Z-QUOC          PIC 9(06) VALUE ZEROS.
       77 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       01 WS-HORA-CALC       PIC 9(06) VALUE ZEROS.
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
          02 WS-HC-HHMM      PIC 9(04).
          02 WS-HC-SS        PIC 9(02).
      *    QUEBRA POR OPERADOR.
       77 WS-OPER-ATUAL      PIC X(08) VALUE SPACES.
       77 WS-CONT-OPER       PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA       PIC 9(07) VALUE ZEROS.
       77 WS-CONT-OPERADORES PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ALERTAS    PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-ALERTA      PIC 9(03) VALUE ZEROS.
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
               PERFORM P0150-CARREGA-CFG THRU P0150-FIM
               SORT WORKFORA
                   ON ASCENDING KEY SD-OPERADOR SD-DATA SD-HORA
                   INPUT PROCEDURE  IS P0200-COLETA
                                  THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-LISTA
                                  THRU P0300-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** ATIVIDADE FORA DO HORARIO *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = HOJE): '
           ACCEPT WS-DATA-INICIAL.
           IF WS-DATA-INICIAL EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-INICIAL
           END-IF.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE): '
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY 'DATA INICIAL POSTERIOR A FINAL.'
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'ATIVIDADE FORA DO HORARIO - '
                  WS-DATA-INICIAL ' A ' WS-DATA-FINAL
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
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO OPERADORES DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    SEM O CADASTRO DE OPERADORES A OPERACAO SO SAI NA VISAO
      *    CONSOLIDADA.
           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF ST-OPER-OK
               SET OPER-ABERTO TO TRUE
           END-IF.
       P0100-FIM.

       P0150-CARREGA-CFG.
      *    JANELA, LIMITE E PROGRAMAS EXCLUIDOS DO FORAHCFG.TXT; SEM
      *    O ARQUIVO OU SEM AS LINHAS VALEM OS PADROES.
           SET CFG-PROG-LIDO TO FALSE.
           SET FIM-CFG-OK TO FALSE.
           SET ST-CFG-OK TO TRUE.
           OPEN INPUT FORAHCFG.

           IF ST-CFG-OK
               PERFORM P0160-LE-LINHA-CFG THRU P0160-FIM
                       UNTIL FIM-CFG-OK
               CLOSE FORAHCFG
           END-IF.

           IF NOT CFG-PROG-LIDO
               PERFORM P0170-EXCLUIDOS-PADRAO THRU P0170-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EXPEDIENTE ' WS-HORA-INI ' A ' WS-HORA-FIM
                  ' - ALERTA ACIMA DE ' WS-LIMITE
                  ' OPERACOES POR OPERADOR'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0150-FIM.

       P0160-LE-LINHA-CFG.
           READ FORAHCFG
               AT END
                   SET FIM-CFG-OK TO TRUE
               NOT AT END
                   EVALUATE RG-FORAHCFG(1:4)
                       WHEN 'INI='
                           IF RG-FORAHCFG(5:4) NUMERIC
                               MOVE RG-FORAHCFG(5:4) TO WS-HORA-INI
                           END-IF
                       WHEN 'FIM='
                           IF RG-FORAHCFG(5:4) NUMERIC
                               MOVE RG-FORAHCFG(5:4) TO WS-HORA-FIM
                           END-IF
                       WHEN 'LIM='
                           IF RG-FORAHCFG(5:5) NUMERIC
                               MOVE RG-FORAHCFG(5:5) TO WS-LIMITE
                           END-IF
                       WHEN 'PGM='
                           SET CFG-PROG-LIDO TO TRUE
                           IF WS-QTD-EXCL < 30
                              AND RG-FORAHCFG(5:8) NOT EQUAL SPACES
                               ADD 1 TO WS-QTD-EXCL
                               MOVE RG-FORAHCFG(5:8)
                                 TO WS-EXCL-PROG(WS-QTD-EXCL)
                           END-IF
                   END-EVALUATE
           END-READ.
       P0160-FIM.

       P0170-EXCLUIDOS-PADRAO.
           MOVE 13 TO WS-QTD-EXCL.
           MOVE 'BATCHNOT' TO WS-EXCL-PROG(1).
           MOVE 'INTERCES' TO WS-EXCL-PROG(2).
           MOVE 'SNAPRET ' TO WS-EXCL-PROG(3).
           MOVE 'CONCDIA ' TO WS-EXCL-PROG(4).
           MOVE 'CTLVERIF' TO WS-EXCL-PROG(5).
           MOVE 'ESTATDIA' TO WS-EXCL-PROG(6).
           MOVE 'AGENDEXE' TO WS-EXCL-PROG(7).
           MOVE 'HOUSEKEE' TO WS-EXCL-PROG(8).
           MOVE 'GERDADOS' TO WS-EXCL-PROG(9).
           MOVE 'ANOMREL ' TO WS-EXCL-PROG(10).
           MOVE 'LCTFLIB ' TO WS-EXCL-PROG(11).
           MOVE 'RISCOGER' TO WS-EXCL-PROG(12).
           MOVE 'DOCREL  ' TO WS-EXCL-PROG(13).
       P0170-FIM.

      ******************************************************************
      * COLETA DAS OPERACOES FORA DO HORARIO
      ******************************************************************
       P0200-COLETA.
           SET ST-FER-OK TO TRUE.
           OPEN INPUT FERIADOS.
           IF ST-FER-OK
               SET FERIADOS-ABERTO TO TRUE
           ELSE
               DISPLAY 'CALENDARIO FERIADOS.DAT INDISPONIVEL - SO'
                       ' FIM DE SEMANA E HORARIO SERAO AVALIADOS.'
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DIARIO.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM P0210-LE-DIARIO THRU P0210-FIM
                       UNTIL FIM-OK
               CLOSE DIARIO
           ELSE
               DISPLAY 'DIARIO.TXT INDISPONIVEL - SEGUE SEM ELE.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.

           SET ST-ACES-OK TO TRUE.
           OPEN INPUT ACESSLOG.
           IF ST-ACES-OK
               SET FIM-OK TO FALSE
               PERFORM P0220-LE-ACESSO THRU P0220-FIM
                       UNTIL FIM-OK
               CLOSE ACESSLOG
           ELSE
               DISPLAY 'ACESSLOG.TXT INDISPONIVEL - SEGUE SEM ELE.'
           END-IF.

           IF FERIADOS-ABERTO
               CLOSE FERIADOS
           END-IF.
       P0200-FIM.

       P0210-LE-DIARIO.
           READ DIARIO
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           MOVE DIARIO-PROGRAMA  TO WS-EV-PROGRAMA.
           MOVE DIARIO-OPERACAO  TO WS-EV-OPERACAO.
           MOVE DIARIO-COD-DADOS TO WS-EV-COD.
           MOVE DIARIO-DATA      TO WS-EV-DATA.
           MOVE DIARIO-HORA      TO WS-EV-HORA.
           MOVE DIARIO-OPERADOR  TO WS-EV-OPERADOR.
           PERFORM P0250-AVALIA THRU P0250-FIM.
       P0210-FIM.

       P0220-LE-ACESSO.
      *    CONSULTA ATENDIDA PELO CONSCRUD; A OPERACAO SAI COM O
      *    MODO DA CONSULTA (C/N/A/V).
           READ ACESSLOG
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0220-FIM
           END-READ.
           MOVE 'CONSCRUD'       TO WS-EV-PROGRAMA.
           MOVE ACESSO-MODO      TO WS-EV-OPERACAO.
           MOVE ACESSO-COD-DADOS TO WS-EV-COD.
           MOVE ACESSO-DATA      TO WS-EV-DATA.
           MOVE ACESSO-HORA      TO WS-EV-HORA.
           MOVE ACESSO-OPERADOR  TO WS-EV-OPERADOR.
           PERFORM P0250-AVALIA THRU P0250-FIM.
       P0220-FIM.

       P0240-VERIFICA-VISAO.
      *    A OPERACAO E DO OPERADOR: ENTRA NA VISAO QUANDO A EMPRESA
      *    DELE NO CADASTRO E A DA VISAO.
           IF EMP-VISAO-CONSOLIDADA
               SET EMP-DEPTO-PERMITIDO TO TRUE
               GO TO P0240-FIM
           END-IF.

           SET EMP-DEPTO-PERMITIDO TO FALSE.
           IF OPER-ABERTO
               MOVE WS-EV-OPERADOR TO OPER-ID
               READ OPERMST
               IF ST-OPER-OK
                  AND OPER-EMPRESA NOT EQUAL SPACES
                  AND OPER-EMPRESA EQUAL EMP-EMPRESA
                   SET EMP-DEPTO-PERMITIDO TO TRUE
               END-IF
           END-IF.
       P0240-FIM.

       P0250-AVALIA.
           IF WS-EV-DATA < WS-DATA-INICIAL
              OR WS-EV-DATA > WS-DATA-FINAL
              OR WS-EV-OPERADOR EQUAL SPACES
              OR WS-EV-OPERADOR EQUAL 'BATCH'
               GO TO P0250-FIM
           END-IF.

           SET PROGRAMA-EXCLUIDO TO FALSE.
           PERFORM P0255-COMPARA-EXCLUIDO THRU P0255-FIM
                   VARYING WS-IDX-EXCL FROM 1 BY 1
                   UNTIL WS-IDX-EXCL > WS-QTD-EXCL
                      OR PROGRAMA-EXCLUIDO.
           IF PROGRAMA-EXCLUIDO
               GO TO P0250-FIM
           END-IF.
           PERFORM P0240-VERIFICA-VISAO THRU P0240-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0250-FIM
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.

           IF WS-EV-DATA NOT EQUAL WS-ULT-DATA
               MOVE WS-EV-DATA TO WS-ULT-DATA
               PERFORM P0260-CLASSIFICA-DATA THRU P0260-FIM
           END-IF.

           MOVE WS-MOTIVO-DATA TO SD-MOTIVO.
           IF SD-MOTIVO EQUAL SPACES
               MOVE WS-EV-HORA TO WS-HORA-CALC
               IF WS-HC-HHMM < WS-HORA-INI
                  OR WS-HC-HHMM NOT < WS-HORA-FIM
                   MOVE 'FORA DO EXPEDIENTE' TO SD-MOTIVO
               ELSE
                   GO TO P0250-FIM
               END-IF
           END-IF.

           MOVE WS-EV-OPERADOR TO SD-OPERADOR.
           MOVE WS-EV-DATA     TO SD-DATA.
           MOVE WS-EV-HORA     TO SD-HORA.
           MOVE WS-EV-PROGRAMA TO SD-PROGRAMA.
           MOVE WS-EV-OPERACAO TO SD-OPERACAO.
           MOVE WS-EV-COD      TO SD-COD-DADOS.
           RELEASE SD-FORA.
           ADD 1 TO WS-CONT-FORA.
       P0250-FIM.

       P0255-COMPARA-EXCLUIDO.
           IF WS-EXCL-PROG(WS-IDX-EXCL) EQUAL WS-EV-PROGRAMA
               SET PROGRAMA-EXCLUIDO TO TRUE
           END-IF.
       P0255-FIM.

       P0260-CLASSIFICA-DATA.
      *    SABADO E DOMINGO PELA CONGRUENCIA DE ZELLER, A MESMA DO
      *    DATEVAL (0=SABADO, 1=DOMINGO); FERIADO PELO CALENDARIO.
           MOVE SPACES TO WS-MOTIVO-DATA.
           MOVE WS-EV-DATA TO WS-DATA-CALC.
           MOVE WS-DC-DIA TO WS-Z-DIA.
           MOVE WS-DC-MES TO WS-Z-MES.
           MOVE WS-DC-ANO TO WS-Z-ANO.

           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANO
           END-IF.

           COMPUTE WS-Z-TEMP = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-TEMP BY 5   GIVING WS-Z-T1.
           DIVIDE WS-Z-ANO  BY 4   GIVING WS-Z-T2.
           DIVIDE WS-Z-ANO  BY 100 GIVING WS-Z-T3.
           DIVIDE WS-Z-ANO  BY 400 GIVING WS-Z-T4.
           COMPUTE WS-Z-SOMA = WS-Z-DIA + WS-Z-T1 + WS-Z-ANO
                             + WS-Z-T2 - WS-Z-T3 + WS-Z-T4.
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-Z-QUOC
               REMAINDER WS-DIA-SEMANA.

           IF WS-DIA-SEMANA EQUAL 0
               MOVE 'SABADO' TO WS-MOTIVO-DATA
               GO TO P0260-FIM
           END-IF.
           IF WS-DIA-SEMANA EQUAL 1
               MOVE 'DOMINGO' TO WS-MOTIVO-DATA
               GO TO P0260-FIM
           END-IF.

           IF NOT FERIADOS-ABERTO
               GO TO P0260-FIM
           END-IF.
           MOVE WS-EV-DATA TO FER-DATA.
           READ FERIADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'FERIADO ' FER-DESCRICAO
                          DELIMITED BY SIZE INTO WS-MOTIVO-DATA
           END-READ.
       P0260-FIM.

      ******************************************************************
      * LISTAGEM POR OPERADOR E ALERTA ACIMA DO LIMITE
      ******************************************************************
       P0300-LISTA.
           MOVE 'DATA     HORA   PROGRAMA OP CODIGO  MOTIVO'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.

           IF WS-OPER-ATUAL NOT EQUAL SPACES
               PERFORM P0350-FECHA-OPERADOR THRU P0350-FIM
           END-IF.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKFORA
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-OPERADOR NOT EQUAL WS-OPER-ATUAL
               IF WS-OPER-ATUAL NOT EQUAL SPACES
                   PERFORM P0350-FECHA-OPERADOR THRU P0350-FIM
               END-IF
               MOVE SD-OPERADOR TO WS-OPER-ATUAL
               MOVE ZEROS TO WS-CONT-OPER
               ADD 1 TO WS-CONT-OPERADORES
               MOVE SPACES TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'OPERADOR ' SD-OPERADOR
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           ADD 1 TO WS-CONT-OPER.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING SD-DATA ' ' SD-HORA ' ' SD-PROGRAMA ' '
                  SD-OPERACAO '  ' SD-COD-DADOS ' ' SD-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0310-FIM.

       P0350-FECHA-OPERADOR.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '   OPERACOES FORA DO HORARIO: ' WS-CONT-OPER
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           IF WS-CONT-OPER > WS-LIMITE
               MOVE '- ACIMA DO LIMITE, ALERTA GERADO'
                 TO WS-LINHA-RELATORIO(37:32)
               PERFORM P0360-GRAVA-ALERTA THRU P0360-FIM
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0350-FIM.

       P0360-GRAVA-ALERTA.
      *    CONDICAO QUE PRECISA DE UM HUMANO VAI PARA O ARQUIVO
      *    CENTRAL DE ALERTAS; O MENUPROG EXIBE OS PENDENTES NA
      *    ASSINATURA DO OPERADOR.
           SET ST-ALER-OK TO TRUE.
           OPEN I-O ALERTAS.

           IF WS-ST-ALER EQUAL 35 THEN
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.

           IF ST-ALER-OK THEN
               ACCEPT ALER-DATA FROM DATE YYYYMMDD
               ACCEPT ALER-HORA FROM TIME
               ADD 1 TO WS-SEQ-ALERTA
               MOVE WS-SEQ-ALERTA TO ALER-SEQ
               SET ALER-SEV-MEDIA TO TRUE
               MOVE 'FORAHOR ' TO ALER-PROGRAMA
               MOVE SPACES TO ALER-MENSAGEM
               STRING 'FORA DO HORARIO: ' WS-OPER-ATUAL ' '
                      WS-CONT-OPER ' OPERACOES'
                      DELIMITED BY SIZE INTO ALER-MENSAGEM
               SET ALER-PENDENTE TO TRUE
               WRITE RG-ALERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ALERTA.'
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-ALERTAS
               END-WRITE
               CLOSE ALERTAS
           ELSE
               DISPLAY 'ARQUIVO DE ALERTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-ALER
           END-IF.
       P0360-FIM.

       P0500-FINALIZA.
           IF OPER-ABERTO
               CLOSE OPERMST
               SET OPER-ABERTO TO FALSE
           END-IF.

           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'OPERACOES ONLINE ' WS-CONT-LIDOS
                      ' FORA DO HORARIO ' WS-CONT-FORA
                      ' OPERADORES ' WS-CONT-OPERADORES
                      ' ALERTAS ' WS-CONT-ALERTAS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               IF NOT EMP-VISAO-CONSOLIDADA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'OPERACOES FORA DA VISAO: '
                          WS-CONT-FORA-VISAO
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   MOVE WS-LINHA-RELATORIO TO PRT-LINHA
                   MOVE 'T' TO PRT-FUNCAO
                   PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               END-IF
               MOVE 'E' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS
               PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.

           DISPLAY '***********************************************'.
           DISPLAY 'OPERACOES ONLINE NO PERIODO: ' WS-CONT-LIDOS.
           DISPLAY 'FORA DO HORARIO............: ' WS-CONT-FORA.
           DISPLAY 'OPERADORES ENVOLVIDOS......: ' WS-CONT-OPERADORES.
           DISPLAY 'ALERTAS GERADOS............: ' WS-CONT-ALERTAS.
           DISPLAY 'FORA DA VISAO..............: ' WS-CONT-FORA-VISAO.
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
               MOVE 'FORAHOR ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'PERIODO ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
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
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'ACESSLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ACESSLOG-TXT.
           MOVE 'FERIADOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FERIADOS-DAT.
           MOVE 'FORAHCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FORAHCFG-TXT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'WORKFORA.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKFORA-TMP.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'FORAHOR.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
