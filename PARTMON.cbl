      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acompanhamento da chegada dos arquivos dos parceiros
      *          externos - etapa da cadeia noturna. Para cada
      *          parceiro ativo do mestre PARCEIRO.DAT apura, pela
      *          frequencia combinada (diaria: todo dia util; semanal:
      *          primeiro dia util da semana; mensal: primeiro dia
      *          util do mes) e pelo calendario de feriados
      *          (FERIADOS.DAT, via DATEVAL), os arquivos de entrada
      *          devidos desde a corrida anterior, e pelas
      *          transmissoes registradas em TRANSCTL.NN as
      *          confirmacoes (PARTACK.NN) devidas no dia util
      *          seguinte ao envio. Cada arquivo devido vira um
      *          registro em PARTMON.DAT, conferido toda noite: a
      *          entrada conta como aplicada quando o historico
      *          APLHIS.NN do PARTAPL registra arquivo de data igual
      *          ou posterior, e como recebida quando o PARTIN.NN
      *          esta presente com cabecalho dessa data; a
      *          confirmacao conta como recebida quando o PARTACK.NN
      *          traz cabecalho de data igual ou posterior ao envio.
      *          Arquivo devido e nao resolvido gera um alerta de
      *          atraso e, passada a carencia em dias uteis de
      *          PARTMCFG.TXT (padrao 2), um caso pelo CASOREG e um
      *          alerta de severidade alta. O controle, impresso pelo
      *          PRINTSRV com saida datada PARTMON.AAAAMMDD.TXT, e
      *          registrado no catalogo de relatorios; a data da
      *          corrida fica no carimbo de geracao de PARTMON.DAT.
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
              SELECT PARCEIROS ASSIGN TO WS-ARQ-PARCEIRO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PARC-CODIGO
              FILE STATUS IS WS-ST-PARC.

              SELECT PARTMON ASSIGN TO WS-ARQ-PARTMON-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PMON-CHAVE
              FILE STATUS IS WS-ST.

              SELECT PARTIN ASSIGN TO WS-ARQ-PARTIN-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-IN.

              SELECT PARTACK ASSIGN TO WS-ARQ-PARTACK-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACK.

              SELECT APLHIS ASSIGN TO WS-ARQ-APLHIS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS APL-HASH
              FILE STATUS IS WS-ST-HIS.

              SELECT TRANSCTL ASSIGN TO WS-ARQ-TRANSCTL-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-TCTL.

              SELECT PARTMCFG ASSIGN TO WS-ARQ-PARTMCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CFG.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-ALER.

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
       FD PARCEIROS.
       COPY FD_PARC.

       FD PARTMON.
       COPY FD_PARTMON.

       FD PARTIN.
      *    SO O CABECALHO INTERESSA: TIPO HD E DATA DO ARQUIVO, NO
      *    LAYOUT DE CONTROLE DO PARTAPL.
       01  RG-PARTIN.
           02  PIN-TIPO             PIC X(02).
           02  PIN-DATA             PIC 9(08).
           02  FILLER               PIC X(51).

       FD PARTACK.
       01  RG-PARTACK.
           02  PAK-TIPO             PIC X(02).
           02  PAK-DATA             PIC 9(08).
           02  FILLER               PIC X(51).

       FD APLHIS.
       01  RG-APLHIS.
           02  APL-HASH             PIC X(40).
           02  APL-DATA-ARQUIVO     PIC 9(08).
           02  APL-SEQ-APLICACAO    PIC 9(05).
           02  APL-DATA-APLICACAO   PIC 9(08).
           02  APL-HORA-APLICACAO   PIC 9(06).
           02  APL-QTD              PIC 9(07).
           02  APL-VALOR            PIC S9(13)V99 COMP-3.
           02  APL-LIBERADO-POR     PIC X(08).

       FD TRANSCTL.
       01  RG-TRANSCTL.
           02  TCTL-TRANSMISSAO     PIC 9(05).
           02  TCTL-DATA            PIC 9(08).
           02  TCTL-QUANTIDADE      PIC 9(07).
           02  TCTL-HASH-VALOR      PIC S9(13)V99
                                    SIGN LEADING SEPARATE.

       FD PARTMCFG.
       01  RG-PARTMCFG.
           02  CFG-DIAS-CARENCIA    PIC 9(03).

       FD ALERTAS.
       COPY FD_ALERTA.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY PARC_WS.
       COPY CASOREG_WS.
       COPY GERSTAMP_WS.
       77  WS-ARQ-PARCEIRO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARTMON-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARTIN-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARTACK-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-APLHIS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-TRANSCTL-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARTMCFG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
      *    PREFIXOS DOS ARQUIVOS POR PARCEIRO, SUFIXADOS A CADA
      *    PARCEIRO CONFERIDO (EX.: APLHIS.01).
       77  WS-PREF-PARTIN       PIC X(60) VALUE SPACES.
       77  WS-PREF-PARTACK      PIC X(60) VALUE SPACES.
       77  WS-PREF-APLHIS       PIC X(60) VALUE SPACES.
       77  WS-PREF-TRANSCTL     PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-IN           PIC 99.
         88 ST-IN-OK          VALUE 0.
       77 WS-ST-ACK          PIC 99.
         88 ST-ACK-OK         VALUE 0.
       77 WS-ST-HIS          PIC 99.
         88 ST-HIS-OK         VALUE 0.
       77 WS-ST-TCTL         PIC 99.
         88 ST-TCTL-OK        VALUE 0.
       77 WS-ST-CFG          PIC 99.
         88 ST-CFG-OK         VALUE 0.
       77 WS-ST-ALER         PIC 99.
         88 ST-ALER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-ARQ         PIC X     VALUE 'N'.
         88 FIM-ARQ-OK        VALUE 'S' FALSE 'N'.
       77 WS-FIM-HIS         PIC X     VALUE 'N'.
         88 FIM-HIS-OK        VALUE 'S' FALSE 'N'.
       77 WS-MON-ABERTO      PIC X     VALUE 'N'.
         88 MON-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-PARC-ABERTO     PIC X     VALUE 'N'.
         88 PARC-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-DIA-UTIL        PIC X     VALUE 'N'.
         88 DIA-UTIL                   VALUE 'S' FALSE 'N'.
       77 WS-DEVIDO          PIC X     VALUE 'N'.
         88 ARQUIVO-DEVIDO             VALUE 'S' FALSE 'N'.
       77 WS-RESOLVIDO       PIC X     VALUE 'N'.
         88 ARQUIVO-RESOLVIDO          VALUE 'S' FALSE 'N'.
       77 WS-DIAS-CARENCIA   PIC 9(03) VALUE 2.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-AGORA           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INICIO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ACHADA     PIC 9(08) VALUE ZEROS.
      *    CURSOR DE CALENDARIO E DATA DE APOIO PARA O DATEVAL.
       01 WS-CURSOR          PIC 9(08) VALUE ZEROS.
       01 WS-CURSOR-R REDEFINES WS-CURSOR.
          02 WS-CAL-ANO      PIC 9(04).
          02 WS-CAL-MES      PIC 9(02).
          02 WS-CAL-DIA      PIC 9(02).
       01 WS-UTIL            PIC 9(08) VALUE ZEROS.
       01 WS-UTIL-R REDEFINES WS-UTIL.
          02 WS-UTIL-ANO     PIC 9(04).
          02 WS-UTIL-MES     PIC 9(02).
          02 WS-UTIL-DIA     PIC 9(02).
       01 WS-CURSOR-SALVO    PIC 9(08) VALUE ZEROS.
       01 WS-CONTA-ATE       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OBTER      PIC X     VALUE 'N'.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       77 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 WS-RECUO           PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-UTEIS      PIC 9(03) VALUE ZEROS.
       77 WS-ITERACOES       PIC 9(03) VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC 9(05) VALUE ZEROS.
       77 WS-CALC-T2         PIC 9(07) VALUE ZEROS.
       77 WS-CALC-T3         PIC 9(05) VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC 9(07) VALUE ZEROS.
       77 WS-SERIAL-HOJE     PIC 9(07) VALUE ZEROS.
       77 WS-QUOCIENTE       PIC 9(07) VALUE ZEROS.
       77 WS-RESTO           PIC 9(01) VALUE ZEROS.
       77 WS-SEQ-ALERTA      PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV        PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG        PIC X(40) VALUE SPACES.
       77 WS-TIPO-DESC       PIC X(08) VALUE SPACES.
       77 WS-SITUACAO-REL    PIC X(30) VALUE SPACES.
      *    TOTAIS DE CONTROLE DA CORRIDA.
       77 WS-QTD-PARCEIROS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEVIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFERIDOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RESOLVIDOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALERTAS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CASOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-FREQ    PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.

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
           PERFORM P0100-INICIO    THRU P0100-FIM.
           PERFORM P0200-PARCEIRO  THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0400-CONFERE   THRU P0400-FIM.
           PERFORM P0900-FINALIZA  THRU P0900-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** CHEGADA DOS ARQUIVOS DOS PARCEIROS *****'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.

           SET ST-CFG-OK TO TRUE.
           OPEN INPUT PARTMCFG.
           IF ST-CFG-OK THEN
               READ PARTMCFG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-DIAS-CARENCIA NUMERIC
                          AND CFG-DIAS-CARENCIA > ZEROS
                           MOVE CFG-DIAS-CARENCIA TO WS-DIAS-CARENCIA
                       END-IF
               END-READ
               CLOSE PARTMCFG
           END-IF.
           DISPLAY 'CARENCIA PARA ABRIR CASO: ' WS-DIAS-CARENCIA
                   ' DIAS UTEIS.'

           PERFORM P0120-JANELA THRU P0120-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O PARTMON.
           IF WS-ST EQUAL 35
               OPEN OUTPUT PARTMON
               CLOSE PARTMON
               OPEN I-O PARTMON
           END-IF.
           IF NOT ST-OK
               DISPLAY 'ACOMPANHAMENTO PARTMON.DAT INDISPONIVEL - NADA'
                       ' CONFERIDO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET MON-ABERTO TO TRUE.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'CHEGADA DOS ARQUIVOS DOS PARCEIROS' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DO ACOMPANHAMENTO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               DISPLAY 'A CONFERENCIA SEGUE SEM O RELATORIO.'
           END-IF.

           MOVE 'PC TIPO     DEVIDO   REFERENC RECEBIDO APLICADO ATR'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET ST-PARC-OK TO TRUE.
           OPEN INPUT PARCEIROS.
           IF WS-ST-PARC EQUAL 35
               DISPLAY 'MESTRE DE PARCEIROS AINDA NAO EXISTE - NENHUM'
                       ' ARQUIVO DEVIDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-PARC-OK
               DISPLAY 'MESTRE DE PARCEIROS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-PARC
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET PARC-ABERTO TO TRUE.
       P0100-FIM.

       P0120-JANELA.
      *    OS DIAS DEVIDOS SAO APURADOS DO DIA SEGUINTE A CORRIDA
      *    ANTERIOR (CARIMBO DE GERACAO DE PARTMON.DAT) ATE HOJE.
      *    SEM CARIMBO, OU COM A CADEIA PARADA POR MAIS DE 31 DIAS,
      *    SO HOJE E APURADO - O RECUO NAO INVENTA ATRASOS ANTIGOS.
           MOVE WS-HOJE TO WS-DATA-INICIO.

           MOVE 'C' TO GST-FUNCAO.
           MOVE 'PARTMON.DAT' TO GST-ARQUIVO.
           PERFORM P0800-CHAMA-GERSTAMP THRU P0800-FIM.
           IF NOT GST-OK
               GO TO P0120-FIM
           END-IF.
           IF GST-DATA NOT < WS-HOJE
               GO TO P0120-FIM
           END-IF.

           MOVE WS-HOJE(1:4) TO WS-CALC-ANO.
           MOVE WS-HOJE(5:2) TO WS-CALC-MES.
           MOVE WS-HOJE(7:2) TO WS-CALC-DIA.
           PERFORM P0590-DIA-SERIAL THRU P0590-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.
           MOVE GST-DATA(1:4) TO WS-CALC-ANO.
           MOVE GST-DATA(5:2) TO WS-CALC-MES.
           MOVE GST-DATA(7:2) TO WS-CALC-DIA.
           PERFORM P0590-DIA-SERIAL THRU P0590-FIM.

           IF WS-SERIAL-HOJE - WS-SERIAL-SAIDA > 31
               DISPLAY 'ULTIMA CONFERENCIA EM ' GST-DATA
                       ' - MAIS DE 31 DIAS; APURADO SO O DIA DE HOJE.'
               GO TO P0120-FIM
           END-IF.

           MOVE GST-DATA TO WS-CURSOR.
           PERFORM P0610-PROXIMO-DIA THRU P0610-FIM.
           MOVE WS-CURSOR TO WS-DATA-INICIO.
       P0120-FIM.

      ******************************************************************
      * ARQUIVOS DEVIDOS POR PARCEIRO
      ******************************************************************
       P0200-PARCEIRO.
           READ PARCEIROS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.

           IF NOT PARC-ATIVO
               GO TO P0200-FIM
           END-IF.

           ADD 1 TO WS-QTD-PARCEIROS.
           MOVE PARC-CODIGO TO WS-PARC-ESCOLHIDO.

           IF PARC-FREQ-DIARIA OR PARC-FREQ-SEMANAL OR PARC-FREQ-MENSAL
               MOVE WS-DATA-INICIO TO WS-CURSOR
               PERFORM P0300-AVALIA-DIA THRU P0300-FIM
                       UNTIL WS-CURSOR > WS-HOJE
           ELSE
               ADD 1 TO WS-QTD-SEM-FREQ
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING PARC-CODIGO ' FREQUENCIA NAO INFORMADA NO'
                      ' MESTRE - ENTRADA NAO ACOMPANHADA'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           PERFORM P0350-CONFIRMACOES THRU P0350-FIM.
       P0200-FIM.

       P0300-AVALIA-DIA.
      *    DIARIA: TODO DIA UTIL. SEMANAL: O PRIMEIRO DIA UTIL A
      *    PARTIR DA SEGUNDA-FEIRA DA SEMANA. MENSAL: O PRIMEIRO DIA
      *    UTIL A PARTIR DO DIA 1.
           SET ARQUIVO-DEVIDO TO FALSE.
           PERFORM P0600-VERIFICA-UTIL THRU P0600-FIM.

           IF DIA-UTIL
               EVALUATE TRUE
                   WHEN PARC-FREQ-DIARIA
                       SET ARQUIVO-DEVIDO TO TRUE
                   WHEN PARC-FREQ-SEMANAL
                       PERFORM P0630-DIA-SEMANA THRU P0630-FIM
                       MOVE WS-CURSOR TO WS-CURSOR-SALVO
                       COMPUTE WS-RECUO = WS-DIA-SEMANA - 2
                       PERFORM P0620-DIA-ANTERIOR THRU P0620-FIM
                               WS-RECUO TIMES
                       MOVE WS-CURSOR TO WS-UTIL
                       MOVE WS-CURSOR-SALVO TO WS-CURSOR
                       PERFORM P0640-PRIMEIRO-UTIL THRU P0640-FIM
                       IF WS-UTIL EQUAL WS-CURSOR
                           SET ARQUIVO-DEVIDO TO TRUE
                       END-IF
                   WHEN PARC-FREQ-MENSAL
                       MOVE WS-CURSOR TO WS-UTIL
                       MOVE 01 TO WS-UTIL-DIA
                       PERFORM P0640-PRIMEIRO-UTIL THRU P0640-FIM
                       IF WS-UTIL EQUAL WS-CURSOR
                           SET ARQUIVO-DEVIDO TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

           IF ARQUIVO-DEVIDO
               MOVE SPACES       TO RG-PARTMON
               MOVE PARC-CODIGO  TO PMON-PARCEIRO
               SET PMON-ENTRADA  TO TRUE
               MOVE WS-CURSOR    TO PMON-DATA-DEVIDA PMON-DATA-REF
               PERFORM P0320-GRAVA-DEVIDO THRU P0320-FIM
           END-IF.

           PERFORM P0610-PROXIMO-DIA THRU P0610-FIM.
       P0300-FIM.

       P0320-GRAVA-DEVIDO.
      *    ARQUIVO JA REGISTRADO (CORRIDA REPETIDA NO MESMO DIA) NAO
      *    E DUPLICADO.
           SET PMON-PENDENTE TO TRUE.
           MOVE ZEROS TO PMON-DATA-RECEB PMON-DATA-APLIC
                         PMON-DIAS-ATRASO.
           MOVE 'N' TO PMON-ALERTADO PMON-CASO.
           WRITE RG-PARTMON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DEVIDOS
           END-WRITE.
       P0320-FIM.

       P0350-CONFIRMACOES.
      *    CADA TRANSMISSAO NOSSA DESDE A CORRIDA ANTERIOR ESPERA A
      *    CONFIRMACAO DO PARCEIRO NO DIA UTIL SEGUINTE AO ENVIO.
           MOVE WS-PREF-TRANSCTL TO WS-PARC-PREFIXO.
           PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM.
           MOVE WS-PARC-SUFIXADO TO WS-ARQ-TRANSCTL-TXT.

           SET ST-TCTL-OK TO TRUE.
           OPEN INPUT TRANSCTL.
           IF NOT ST-TCTL-OK
               GO TO P0350-FIM
           END-IF.

           SET FIM-ARQ-OK TO FALSE.
           PERFORM P0355-TRANSMISSAO THRU P0355-FIM
                   UNTIL FIM-ARQ-OK.
           CLOSE TRANSCTL.
       P0350-FIM.

       P0355-TRANSMISSAO.
           READ TRANSCTL
               AT END
                   SET FIM-ARQ-OK TO TRUE
                   GO TO P0355-FIM
           END-READ.

           IF TCTL-DATA < WS-DATA-INICIO OR TCTL-DATA > WS-HOJE
               GO TO P0355-FIM
           END-IF.

           MOVE TCTL-DATA TO WS-CURSOR.
           PERFORM P0610-PROXIMO-DIA THRU P0610-FIM.
           PERFORM P0600-VERIFICA-UTIL THRU P0600-FIM.

           MOVE SPACES          TO RG-PARTMON.
           MOVE PARC-CODIGO     TO PMON-PARCEIRO.
           SET PMON-CONFIRMACAO TO TRUE.
           MOVE WS-UTIL         TO PMON-DATA-DEVIDA.
           MOVE TCTL-DATA       TO PMON-DATA-REF.
           PERFORM P0320-GRAVA-DEVIDO THRU P0320-FIM.
       P0355-FIM.

      ******************************************************************
      * CONFERENCIA DOS ARQUIVOS AINDA NAO RESOLVIDOS
      ******************************************************************
       P0400-CONFERE.
           IF NOT MON-ABERTO
               GO TO P0400-FIM
           END-IF.

           SET FIM-ARQ-OK TO FALSE.
           MOVE LOW-VALUES TO PMON-CHAVE.
           START PARTMON KEY IS NOT LESS THAN PMON-CHAVE
               INVALID KEY
                   SET FIM-ARQ-OK TO TRUE
           END-START.

           PERFORM P0410-REGISTRO THRU P0410-FIM
                   UNTIL FIM-ARQ-OK.
       P0400-FIM.

       P0410-REGISTRO.
           READ PARTMON NEXT RECORD
               AT END
                   SET FIM-ARQ-OK TO TRUE
                   GO TO P0410-FIM
           END-READ.

      *    ENTRADA SO SE RESOLVE APLICADA; CONFIRMACAO, RECEBIDA.
           IF PMON-APLICADO
               GO TO P0410-FIM
           END-IF.
           IF PMON-CONFIRMACAO AND PMON-RECEBIDO
               GO TO P0410-FIM
           END-IF.
      *    CONFIRMACAO DE ENVIO DE HOJE AINDA NAO VENCEU.
           IF PMON-DATA-DEVIDA > WS-HOJE
               GO TO P0410-FIM
           END-IF.

           ADD 1 TO WS-QTD-CONFERIDOS.
           MOVE PMON-PARCEIRO TO WS-PARC-ESCOLHIDO.
           SET ARQUIVO-RESOLVIDO TO FALSE.

           IF PMON-ENTRADA
               MOVE 'ENTRADA' TO WS-TIPO-DESC
               PERFORM P0420-VERIFICA-ENTRADA THRU P0420-FIM
           ELSE
               MOVE 'CONFIRM' TO WS-TIPO-DESC
               PERFORM P0440-VERIFICA-CONFIRMACAO THRU P0440-FIM
           END-IF.

           IF ARQUIVO-RESOLVIDO
               MOVE PMON-DATA-DEVIDA TO WS-CURSOR
               MOVE PMON-DATA-RECEB  TO WS-CONTA-ATE
               PERFORM P0650-CONTA-UTEIS THRU P0650-FIM
               MOVE WS-DIAS-UTEIS TO PMON-DIAS-ATRASO
               ADD 1 TO WS-QTD-RESOLVIDOS
               MOVE 'RESOLVIDO' TO WS-SITUACAO-REL
           ELSE
               PERFORM P0460-ATRASO THRU P0460-FIM
           END-IF.

           REWRITE RG-PARTMON
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O ACOMPANHAMENTO '
                           PMON-CHAVE '.'
           END-REWRITE.

           PERFORM P0480-RELATA THRU P0480-FIM.
       P0410-FIM.

       P0420-VERIFICA-ENTRADA.
      *    APLICADA: O HISTORICO DO PARTAPL TEM ARQUIVO COM DATA DE
      *    CABECALHO IGUAL OU POSTERIOR A REFERENCIA (A PRIMEIRA
      *    APLICACAO ASSIM VALE COMO RECEBIMENTO E APLICACAO).
           MOVE ZEROS TO WS-DATA-ACHADA.
           MOVE WS-PREF-APLHIS TO WS-PARC-PREFIXO.
           PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM.
           MOVE WS-PARC-SUFIXADO TO WS-ARQ-APLHIS-DAT.

           SET ST-HIS-OK TO TRUE.
           OPEN INPUT APLHIS.
           IF ST-HIS-OK
               SET FIM-HIS-OK TO FALSE
               PERFORM P0425-LE-HISTORICO THRU P0425-FIM
                       UNTIL FIM-HIS-OK
               CLOSE APLHIS
           END-IF.

           IF WS-DATA-ACHADA NOT EQUAL ZEROS
               SET PMON-APLICADO TO TRUE
               MOVE WS-DATA-ACHADA TO PMON-DATA-APLIC
               IF PMON-DATA-RECEB EQUAL ZEROS
                   MOVE WS-DATA-ACHADA TO PMON-DATA-RECEB
               END-IF
               SET ARQUIVO-RESOLVIDO TO TRUE
               GO TO P0420-FIM
           END-IF.

      *    NAO APLICADA: CONFERE SE AO MENOS O ARQUIVO CHEGOU.
           IF PMON-RECEBIDO
               GO TO P0420-FIM
           END-IF.

           MOVE SPACES TO WS-ARQ-PARTIN-TXT PARC-ARQ-ENTRADA.
           IF PARC-ABERTO
               MOVE PMON-PARCEIRO TO PARC-CODIGO
               READ PARCEIROS
                   INVALID KEY
                       MOVE SPACES TO PARC-ARQ-ENTRADA
               END-READ
           END-IF.
           IF PARC-ARQ-ENTRADA NOT EQUAL SPACES
               MOVE PARC-ARQ-ENTRADA TO WS-PERFIL-LOGICO
               PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM
               MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTIN-TXT
           ELSE
               MOVE WS-PREF-PARTIN TO WS-PARC-PREFIXO
               PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM
               MOVE WS-PARC-SUFIXADO TO WS-ARQ-PARTIN-TXT
           END-IF.

           SET ST-IN-OK TO TRUE.
           OPEN INPUT PARTIN.
           IF ST-IN-OK
               READ PARTIN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PIN-TIPO EQUAL 'HD'
                          AND PIN-DATA NUMERIC
                          AND PIN-DATA NOT < PMON-DATA-REF
                           SET PMON-RECEBIDO TO TRUE
                           MOVE WS-HOJE TO PMON-DATA-RECEB
                       END-IF
               END-READ
               CLOSE PARTIN
           END-IF.
       P0420-FIM.

       P0425-LE-HISTORICO.
           READ APLHIS NEXT RECORD
               AT END
                   SET FIM-HIS-OK TO TRUE
                   GO TO P0425-FIM
           END-READ.

           IF APL-DATA-ARQUIVO NOT < PMON-DATA-REF
               IF WS-DATA-ACHADA EQUAL ZEROS
                  OR APL-DATA-APLICACAO < WS-DATA-ACHADA
                   MOVE APL-DATA-APLICACAO TO WS-DATA-ACHADA
               END-IF
           END-IF.
       P0425-FIM.

       P0440-VERIFICA-CONFIRMACAO.
           MOVE WS-PREF-PARTACK TO WS-PARC-PREFIXO.
           PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM.
           MOVE WS-PARC-SUFIXADO TO WS-ARQ-PARTACK-TXT.

           SET ST-ACK-OK TO TRUE.
           OPEN INPUT PARTACK.
           IF NOT ST-ACK-OK
               GO TO P0440-FIM
           END-IF.

           READ PARTACK
               AT END
                   CONTINUE
               NOT AT END
                   IF PAK-TIPO EQUAL 'HD'
                      AND PAK-DATA NUMERIC
                      AND PAK-DATA NOT < PMON-DATA-REF
                       SET PMON-RECEBIDO TO TRUE
                       MOVE WS-HOJE TO PMON-DATA-RECEB
                       SET ARQUIVO-RESOLVIDO TO TRUE
                   END-IF
           END-READ.
           CLOSE PARTACK.
       P0440-FIM.

       P0460-ATRASO.
      *    PRIMEIRA NOITE EM ATRASO: ALERTA. PASSADA A CARENCIA EM
      *    DIAS UTEIS: CASO NO CASOREG E ALERTA DE SEVERIDADE ALTA.
           ADD 1 TO WS-QTD-ATRASADOS.
           MOVE PMON-DATA-DEVIDA TO WS-CURSOR.
           MOVE WS-HOJE          TO WS-CONTA-ATE.
           PERFORM P0650-CONTA-UTEIS THRU P0650-FIM.
           MOVE WS-DIAS-UTEIS TO PMON-DIAS-ATRASO.

           IF PMON-RECEBIDO
               MOVE 'RECEBIDO E NAO APLICADO' TO WS-SITUACAO-REL
           ELSE
               MOVE 'ATRASADO' TO WS-SITUACAO-REL
           END-IF.

           IF NOT PMON-ALERTA-EMITIDO
               MOVE 'M' TO WS-ALER-SEV
               MOVE SPACES TO WS-ALER-MSG
               STRING 'PARC ' PMON-PARCEIRO ' ' WS-TIPO-DESC
                      ' DE ' PMON-DATA-DEVIDA ' ATRASADA'
                      DELIMITED BY SIZE INTO WS-ALER-MSG
               PERFORM P0470-GRAVA-ALERTA THRU P0470-FIM
               SET PMON-ALERTA-EMITIDO TO TRUE
           END-IF.

           IF PMON-DIAS-ATRASO NOT < WS-DIAS-CARENCIA
              AND NOT PMON-CASO-ABERTO
               PERFORM P0465-ABRE-CASO THRU P0465-FIM
           END-IF.
       P0460-FIM.

       P0465-ABRE-CASO.
      *    A REFERENCIA LEVA PARCEIRO, TIPO E DATA DEVIDA (AAMMDD)
      *    PARA UM CASO POR ARQUIVO FALTANTE.
           MOVE 'PARTMON' TO CASO-ORIGEM.
           MOVE SPACES TO CASO-REFERENCIA.
           STRING PMON-PARCEIRO PMON-TIPO PMON-DATA-DEVIDA(3:6)
                  DELIMITED BY SIZE INTO CASO-REFERENCIA.
           IF PMON-RECEBIDO
               MOVE 'ARQ DO PARCEIRO NAO APLICADO'
                 TO CASO-DESCRICAO
           ELSE
               MOVE 'ARQ DO PARCEIRO NAO RECEBIDO'
                 TO CASO-DESCRICAO
           END-IF.
           MOVE ZEROS TO CASO-VALOR-NOSSO CASO-VALOR-EXT.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CASOREG'
               USING WS-CASO-AREA.
           IF CASO-RETORNO EQUAL 90
               DISPLAY 'ARQUIVO DE CASOS INDISPONIVEL - CASO DE '
                       PMON-CHAVE ' FICA PARA A PROXIMA NOITE.'
               GO TO P0465-FIM
           END-IF.

           SET PMON-CASO-ABERTO TO TRUE.
           ADD 1 TO WS-QTD-CASOS.
           MOVE 'A' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           STRING 'PARC ' PMON-PARCEIRO ' ' WS-TIPO-DESC
                  ' DE ' PMON-DATA-DEVIDA ' CASO ABERTO'
                  DELIMITED BY SIZE INTO WS-ALER-MSG.
           PERFORM P0470-GRAVA-ALERTA THRU P0470-FIM.
       P0465-FIM.

       P0470-GRAVA-ALERTA.
           SET ST-ALER-OK TO TRUE.
           OPEN I-O ALERTAS.

           IF WS-ST-ALER EQUAL 35 THEN
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.

           IF ST-ALER-OK THEN
               MOVE WS-HOJE TO ALER-DATA
               MOVE WS-AGORA(1:6) TO ALER-HORA
               ADD 1 TO WS-SEQ-ALERTA
               MOVE WS-SEQ-ALERTA TO ALER-SEQ
               MOVE WS-ALER-SEV TO ALER-SEVERIDADE
               MOVE 'PARTMON' TO ALER-PROGRAMA
               MOVE WS-ALER-MSG TO ALER-MENSAGEM
               SET ALER-PENDENTE TO TRUE
               WRITE RG-ALERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ALERTA.'
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ALERTAS
               END-WRITE
               CLOSE ALERTAS
           ELSE
               DISPLAY 'ARQUIVO DE ALERTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-ALER
           END-IF.
       P0470-FIM.

       P0480-RELATA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING PMON-PARCEIRO ' ' WS-TIPO-DESC ' '
                  PMON-DATA-DEVIDA ' ' PMON-DATA-REF ' '
                  PMON-DATA-RECEB ' ' PMON-DATA-APLIC ' '
                  PMON-DIAS-ATRASO ' ' WS-SITUACAO-REL
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0480-FIM.

      ******************************************************************
      * CALENDARIO
      ******************************************************************
       P0590-DIA-SERIAL.
      *    NUMERO DE DIA CORRIDO (FORMULA DE DIAS JULIANOS
      *    SIMPLIFICADA), A MESMA DO COBRCIC.
           COMPUTE WS-CALC-T1 = WS-CALC-MES + 9.
           DIVIDE WS-CALC-T1 BY 12 GIVING WS-CALC-T1.
           COMPUTE WS-CALC-T2 = (WS-CALC-ANO + WS-CALC-T1) * 7.
           DIVIDE WS-CALC-T2 BY 4 GIVING WS-CALC-T2.
           COMPUTE WS-CALC-T3 = 275 * WS-CALC-MES.
           DIVIDE WS-CALC-T3 BY 9 GIVING WS-CALC-T3.
           COMPUTE WS-SERIAL-SAIDA =
                   367 * WS-CALC-ANO - WS-CALC-T2 + WS-CALC-T3
                   + WS-CALC-DIA.
       P0590-FIM.

       P0600-VERIFICA-UTIL.
      *    O DATEVAL 'U' TRABALHA NA COPIA: DIA NAO UTIL VOLTA EM
      *    WS-UTIL JA AVANCADO PARA O PROXIMO DIA UTIL.
           MOVE WS-CURSOR TO WS-UTIL.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-UTIL-ANO WS-UTIL-MES
                     WS-UTIL-DIA WS-DATA-VALIDA
           END-CALL.
           IF WS-DATA-VALIDA EQUAL 'S'
               SET DIA-UTIL TO TRUE
           ELSE
               SET DIA-UTIL TO FALSE
           END-IF.
       P0600-FIM.

       P0610-PROXIMO-DIA.
           ADD 1 TO WS-CAL-DIA.
           MOVE 'N' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-CAL-ANO WS-CAL-MES
                     WS-CAL-DIA WS-DATA-VALIDA
           END-CALL.
           IF WS-DATA-VALIDA NOT EQUAL 'S'
               MOVE 01 TO WS-CAL-DIA
               IF WS-CAL-MES < 12
                   ADD 1 TO WS-CAL-MES
               ELSE
                   MOVE 01 TO WS-CAL-MES
                   ADD 1 TO WS-CAL-ANO
               END-IF
           END-IF.
       P0610-FIM.

       P0620-DIA-ANTERIOR.
           IF WS-CAL-DIA > 1
               SUBTRACT 1 FROM WS-CAL-DIA
               GO TO P0620-FIM
           END-IF.

           IF WS-CAL-MES > 1
               SUBTRACT 1 FROM WS-CAL-MES
           ELSE
               MOVE 12 TO WS-CAL-MES
               SUBTRACT 1 FROM WS-CAL-ANO
           END-IF.
           MOVE 31 TO WS-CAL-DIA.
           MOVE SPACES TO WS-DATA-VALIDA.
           PERFORM P0625-AJUSTA-FIM-MES THRU P0625-FIM
                   UNTIL WS-DATA-VALIDA EQUAL 'S'.
       P0620-FIM.

       P0625-AJUSTA-FIM-MES.
           MOVE 'N' TO WS-DATA-OBTER.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-CAL-ANO WS-CAL-MES
                     WS-CAL-DIA WS-DATA-VALIDA
           END-CALL.
           IF WS-DATA-VALIDA NOT EQUAL 'S'
               SUBTRACT 1 FROM WS-CAL-DIA
           END-IF.
       P0625-FIM.

       P0630-DIA-SEMANA.
      *    DIA DA SEMANA 1 = DOMINGO ... 7 = SABADO, PELO RESTO DO DIA
      *    CORRIDO POR 7, COMO NO DWEXTR.
           MOVE WS-CAL-ANO TO WS-CALC-ANO.
           MOVE WS-CAL-MES TO WS-CALC-MES.
           MOVE WS-CAL-DIA TO WS-CALC-DIA.
           PERFORM P0590-DIA-SERIAL THRU P0590-FIM.
           ADD 2 TO WS-SERIAL-SAIDA.
           DIVIDE WS-SERIAL-SAIDA BY 7 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO.
           COMPUTE WS-DIA-SEMANA = WS-RESTO + 1.
       P0630-FIM.

       P0640-PRIMEIRO-UTIL.
      *    WS-UTIL CHEGA COM O INICIO DO PERIODO E SAI COM O PRIMEIRO
      *    DIA UTIL A PARTIR DELE.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-UTIL-ANO WS-UTIL-MES
                     WS-UTIL-DIA WS-DATA-VALIDA
           END-CALL.
       P0640-FIM.

       P0650-CONTA-UTEIS.
      *    DIAS UTEIS DEPOIS DE WS-CURSOR ATE WS-CONTA-ATE, INCLUSIVE
      *    (ZERO QUANDO RESOLVIDO NO PROPRIO DIA DEVIDO).
           MOVE ZEROS TO WS-DIAS-UTEIS WS-ITERACOES.
           PERFORM P0655-CONTA-DIA THRU P0655-FIM
                   UNTIL WS-CURSOR NOT < WS-CONTA-ATE
                      OR WS-ITERACOES NOT < 400.
       P0650-FIM.

       P0655-CONTA-DIA.
           ADD 1 TO WS-ITERACOES.
           PERFORM P0610-PROXIMO-DIA THRU P0610-FIM.
           PERFORM P0600-VERIFICA-UTIL THRU P0600-FIM.
           IF DIA-UTIL AND WS-DIAS-UTEIS < 999
               ADD 1 TO WS-DIAS-UTEIS
           END-IF.
       P0655-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       P0800-CHAMA-GERSTAMP.
           MOVE ZEROS TO GST-RETORNO GST-DATA GST-HORA GST-CORRIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/GERSTAMP'
               USING WS-GERSTAMP-AREA
           END-CALL.
       P0800-FIM.

       P0900-FINALIZA.
           IF PARC-ABERTO
               CLOSE PARCEIROS
           END-IF.
           IF MON-ABERTO
               CLOSE PARTMON
           END-IF.

           MOVE WS-QTD-CONFERIDOS TO LK-CONT-LIDOS.
           MOVE WS-QTD-DEVIDOS    TO LK-CONT-GRAVADOS.
           MOVE WS-QTD-ATRASADOS  TO LK-CONT-REJEITADOS.

           IF NOT MON-ABERTO
               GO TO P0900-FIM
           END-IF.

      *    A DATA DESTA CORRIDA ABRE A JANELA DA PROXIMA.
           MOVE 'G'           TO GST-FUNCAO.
           MOVE ZEROS         TO GST-RETORNO GST-CORRIDA.
           MOVE 'PARTMON.DAT' TO GST-ARQUIVO.
           MOVE 'PARTMON'     TO GST-PROGRAMA.
           MOVE WS-HOJE       TO GST-DATA.
           MOVE WS-AGORA(1:6) TO GST-HORA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/GERSTAMP'
               USING WS-GERSTAMP-AREA
           END-CALL.
           IF NOT GST-OK
               DISPLAY 'ERRO AO CARIMBAR PARTMON.DAT NO GERACAO.DAT -'
                       ' RETORNO ' GST-RETORNO
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PARCEIROS ATIVOS..........: ' WS-QTD-PARCEIROS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ARQUIVOS DEVIDOS NOVOS....: ' WS-QTD-DEVIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ARQUIVOS CONFERIDOS.......: ' WS-QTD-CONFERIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'RESOLVIDOS NESTA NOITE....: ' WS-QTD-RESOLVIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EM ATRASO.................: ' WS-QTD-ATRASADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ALERTAS EMITIDOS..........: ' WS-QTD-ALERTAS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CASOS ABERTOS.............: ' WS-QTD-CASOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO PRT-LINHA.
           STRING 'PARCEIROS SEM FREQUENCIA..: ' WS-QTD-SEM-FREQ
                  DELIMITED BY SIZE INTO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0950-REGISTRA-CATALOGO THRU P0950-FIM.

           DISPLAY '***********************************************'.
           DISPLAY 'PARCEIROS ATIVOS......: ' WS-QTD-PARCEIROS.
           DISPLAY 'ARQUIVOS DEVIDOS NOVOS: ' WS-QTD-DEVIDOS.
           DISPLAY 'ARQUIVOS CONFERIDOS...: ' WS-QTD-CONFERIDOS.
           DISPLAY 'RESOLVIDOS............: ' WS-QTD-RESOLVIDOS.
           DISPLAY 'EM ATRASO.............: ' WS-QTD-ATRASADOS.
           DISPLAY 'ALERTAS EMITIDOS......: ' WS-QTD-ALERTAS.
           DISPLAY 'CASOS ABERTOS.........: ' WS-QTD-CASOS.
           DISPLAY 'CONTROLE GRAVADO EM PARTMON.' WS-HOJE '.TXT'.
           DISPLAY '***********************************************'.
       P0900-FIM.

       P0950-REGISTRA-CATALOGO.
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
               MOVE 'PARTMON' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'DESDE ' WS-DATA-INICIO
                      ' CARENCIA ' WS-DIAS-CARENCIA
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
       P0950-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'PARCEIRO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARCEIRO-DAT.
           MOVE 'PARTMON.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTMON-DAT.
           MOVE 'PARTMCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTMCFG-TXT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'PARTMON.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
           MOVE 'PARTIN.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-PREF-PARTIN.
           MOVE 'PARTACK.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-PREF-PARTACK.
           MOVE 'APLHIS.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-PREF-APLHIS.
           MOVE 'TRANSCTL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-PREF-TRANSCTL.
       9600-FIM.

       COPY PERFIL.

       COPY PARC.
