      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liberacao dos lancamentos com data futura - etapa da
      *          cadeia noturna que le o armazem LCTFUT.DAT (gravado
      *          pelo LANCTOS) em ordem de data efetiva, leva cada
      *          data ao dia util pelo DATEVAL (calendario de
      *          FERIADOS.DAT) e, vencido o dia util efetivo,
      *          acrescenta a transacao em LANCTOS.TXT para o motor
      *          de lancamentos aplicar com as criticas de sempre e a
      *          retira do armazem. Grava o relatorio de liberacao
      *          LCTFLIB.AAAAMMDD com o que foi liberado.
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
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LFUT-CHAVE
              FILE STATUS IS WS-ST.

              SELECT LANCTOS ASSIGN TO WS-ARQ-LANCTOS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LCT.

              SELECT LIBREL ASSIGN TO WS-NOME-LIBREL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD LCTFUT.
       COPY FD_LCTFUT.

       FD LANCTOS.
      *    MESMO LAYOUT DO ARQUIVO DE TRANSACOES LIDO PELO MOTOR DE
      *    LANCAMENTOS (LANCTOS.cbl).
       01  RG-LANCTO.
           02  LCT-COD-DADOS   PIC 9(07).
           02  LCT-TIPO        PIC X(01).
           02  LCT-VALOR       PIC 9(07)V99.
           02  LCT-MOTIVO      PIC X(03).
           02  LCT-DATA        PIC 9(08).

       FD LIBREL.
       01  RG-LIBREL           PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-LCTFUT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-LIBREL       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-LCT          PIC 99.
         88 ST-LCT-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FUT-ABERTO      PIC X     VALUE 'N'.
         88 FUT-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-LCT-ABERTO      PIC X     VALUE 'N'.
         88 LCT-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-REL-ABERTO      PIC X     VALUE 'N'.
         88 REL-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       01 WS-DATA-UTIL.
          02 WS-UTIL-ANO     PIC 9(04).
          02 WS-UTIL-MES     PIC 9(02).
          02 WS-UTIL-DIA     PIC 9(02).
       77 WS-LINHA-REL       PIC X(80) VALUE SPACES.
       77 WS-VALOR-ED        PIC ZZZZZZ9,99.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LIBERADOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ADIADOS    PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-LIBERADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC ZZZZZZZZ9,99.

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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** LIBERACAO DE LANCAMENTOS COM DATA FUTURA ***'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           SET ST-OK TO TRUE.
           OPEN I-O LCTFUT.

           IF WS-ST EQUAL 35
               DISPLAY 'LCTFUT.DAT AINDA NAO EXISTE - NENHUM'
                       ' LANCAMENTO COM DATA FUTURA.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARMAZEM DE LANCAMENTOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET FUT-ABERTO TO TRUE.

           SET ST-LCT-OK TO TRUE.
           OPEN EXTEND LANCTOS.
           IF WS-ST-LCT EQUAL 35
               OPEN OUTPUT LANCTOS
           END-IF.
           IF ST-LCT-OK
               SET LCT-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-LCT
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           MOVE LOW-VALUES TO LFUT-CHAVE.
           START LCTFUT KEY IS NOT LESS THAN LFUT-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.

           MOVE SPACES TO WS-NOME-LIBREL.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-LIBREL.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT LIBREL.
           IF ST-REL-OK
               SET REL-ABERTO TO TRUE
               MOVE SPACES TO WS-LINHA-REL
               STRING '***** LIBERACAO DE LANCAMENTOS COM DATA '
                      'FUTURA - ' WS-HOJE ' *****'
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-LIBREL FROM WS-LINHA-REL
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE LIBERACAO.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
           END-IF.
       P0100-FIM.

       P0200-PROCESSA.
           READ LCTFUT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM P0210-AVALIA THRU P0210-FIM
           END-READ.
       P0200-FIM.

       P0210-AVALIA.
      *    O ARMAZEM ESTA EM ORDEM DE DATA EFETIVA: A PRIMEIRA DATA
      *    DEPOIS DE HOJE ENCERRA A LEITURA. DATA EFETIVA EM FIM DE
      *    SEMANA OU FERIADO SO LIBERA NO PROXIMO DIA UTIL.
           IF LFUT-DATA-EFET > WS-HOJE
               SET FIM-OK TO TRUE
               GO TO P0210-FIM
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.

           MOVE LFUT-DATA-EFET(1:4) TO WS-UTIL-ANO.
           MOVE LFUT-DATA-EFET(5:2) TO WS-UTIL-MES.
           MOVE LFUT-DATA-EFET(7:2) TO WS-UTIL-DIA.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-UTIL-ANO WS-UTIL-MES
                     WS-UTIL-DIA WS-DATA-VALIDA
           END-CALL.

           IF WS-DATA-UTIL > WS-HOJE
               ADD 1 TO WS-CONT-ADIADOS
               MOVE SPACES TO WS-LINHA-REL
               STRING 'COD ' LFUT-COD-DADOS
                      ' EFETIVO ' LFUT-DATA-EFET
                      ' - AGUARDA O DIA UTIL ' WS-DATA-UTIL
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM P0260-GRAVA-LINHA THRU P0260-FIM
               GO TO P0210-FIM
           END-IF.

           PERFORM P0220-LIBERA THRU P0220-FIM.
       P0210-FIM.

       P0220-LIBERA.
      *    A TRANSACAO VOLTA AO LANCTOS.TXT COM A DATA DO DIA UTIL
      *    EFETIVO; SO SAI DO ARMAZEM DEPOIS DE GRAVADA.
           MOVE LFUT-COD-DADOS TO LCT-COD-DADOS.
           MOVE LFUT-TIPO      TO LCT-TIPO.
           MOVE LFUT-VALOR     TO LCT-VALOR.
           MOVE LFUT-MOTIVO    TO LCT-MOTIVO.
           MOVE WS-DATA-UTIL   TO LCT-DATA.
           WRITE RG-LANCTO.

           IF NOT ST-LCT-OK
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-LCT
               MOVE 8 TO LK-RETORNO
               SET FIM-OK TO TRUE
               GO TO P0220-FIM
           END-IF.

           DELETE LCTFUT RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO RETIRAR DO ARMAZEM O COD '
                           LFUT-COD-DADOS
           END-DELETE.

           ADD 1 TO WS-CONT-LIBERADOS.
           ADD LFUT-VALOR TO WS-TOTAL-LIBERADO
               ON SIZE ERROR
                   DISPLAY 'ERRO DE PROCESSAMENTO: TOTAL LIBERADO'
                           ' EXCEDEU O LIMITE.'
           END-ADD.

           MOVE LFUT-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'COD ' LFUT-COD-DADOS
                  ' LIBERADO ' LFUT-TIPO ' ' WS-VALOR-ED
                  ' MOTIVO ' LFUT-MOTIVO
                  ' DATA ' WS-DATA-UTIL
                  ' OPER ' LFUT-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
       P0220-FIM.

       P0260-GRAVA-LINHA.
           IF REL-ABERTO
               WRITE RG-LIBREL FROM WS-LINHA-REL
           END-IF.
           DISPLAY WS-LINHA-REL.
       P0260-FIM.

       P0500-FINALIZA.
           IF FUT-ABERTO
               CLOSE LCTFUT
           END-IF.
           IF LCT-ABERTO
               CLOSE LANCTOS
           END-IF.
           IF REL-ABERTO
               MOVE WS-TOTAL-LIBERADO TO WS-TOTAL-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'VENCIDOS: '    WS-CONT-LIDOS
                      ' LIBERADOS: ' WS-CONT-LIBERADOS
                      ' ADIADOS: '   WS-CONT-ADIADOS
                      ' VALOR: '     WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-LIBREL FROM WS-LINHA-REL
               CLOSE LIBREL
               DISPLAY 'RELATORIO DE LIBERACAO GRAVADO EM LCTFLIB.'
                       WS-HOJE
           END-IF.
           MOVE WS-CONT-LIDOS     TO LK-CONT-LIDOS.
           MOVE WS-CONT-LIBERADOS TO LK-CONT-GRAVADOS.
           DISPLAY '***********************************************'.
           DISPLAY 'VENCIDOS NO ARMAZEM...: ' WS-CONT-LIDOS.
           DISPLAY 'LIBERADOS.............: ' WS-CONT-LIBERADOS.
           DISPLAY 'ADIADOS P/ DIA UTIL...: ' WS-CONT-ADIADOS.
           DISPLAY 'AS TRANSACOES FORAM ACRESCENTADAS EM LANCTOS.TXT'
           DISPLAY 'PARA O MOTOR DE LANCAMENTOS APLICAR.'.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'LCTFUT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LCTFUT-DAT.
           MOVE 'LANCTOS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LANCTOS-TXT.
           MOVE 'LCTFLIB.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
