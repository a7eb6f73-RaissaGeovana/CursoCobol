      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo de casos de conciliacao
      *          - le CASOS.DAT no layout antigo (sem hora de
      *          abertura, data e hora de encerramento e operador que
      *          encerrou), regrava cada caso em CASOS.NOVO no layout
      *          atual (COPY FD_CASO) com os campos novos zerados
      *          (numericos com zeros, alfanumericos com espacos) e,
      *          apos a confirmacao do operador, copia o .NOVO por
      *          cima do original. O original fica antes em
      *          CASOS.ANT como copia de seguranca; com qualquer
      *          diferenca de contagem nada e substituido.
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
              SELECT CASOS-ANT ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS ANTC-CHAVE
              FILE STATUS IS WS-ST-ANT.

              SELECT CASOS-NOV ASSIGN TO WS-ARQ-CASOS-NOVO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-NOV.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD CASOS-ANT.
       01  RG-ANT-CASO.
           02  ANTC-CHAVE.
               03  ANTC-ORIGEM         PIC X(08).
               03  ANTC-REFERENCIA     PIC X(10).
           02  ANTC-SITUACAO           PIC X(01).
           02  ANTC-DESCRICAO          PIC X(30).
           02  ANTC-VALOR-NOSSO        PIC S9(11)V99 COMP-3.
           02  ANTC-VALOR-EXTERNO      PIC S9(11)V99 COMP-3.
           02  ANTC-DATA-ABERTURA      PIC 9(08).
           02  ANTC-DATA-ULTIMA        PIC 9(08).
           02  ANTC-OCORRENCIAS        PIC 9(05).
           02  ANTC-RESPONSAVEL        PIC X(08).
           02  ANTC-RESOLUCAO          PIC X(03).
           02  ANTC-NOTA               PIC X(40).

       FD CASOS-NOV.
       COPY FD_CASO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-CASOS-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-NOVO     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-ANT      PIC X(60) VALUE SPACES.
       77 WS-ST-ANT          PIC 99.
         88 ST-ANT-OK         VALUE 0.
         88 ST-ANT-NAO-EXISTE VALUE 35.
       77 WS-ST-NOV          PIC 99.
         88 ST-NOV-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
         88 WS-CONFIRMA-SIM   VALUE 'S' 's'.
       77 WS-HOUVE-ERRO      PIC X     VALUE 'N'.
         88 CONVERSAO-COM-ERRO VALUE 'S' FALSE 'N'.
       77 WS-CONVERTEU       PIC X     VALUE 'N'.
         88 HOUVE-CONVERSAO   VALUE 'S' FALSE 'N'.
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WS-COPY-RESULT     PIC S9(9) COMP-5 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO        THRU P0100-FIM.
           IF WS-CONFIRMA-SIM
               PERFORM P0200-CONVERTE-CASOS THRU P0200-FIM
               PERFORM P0700-EFETIVA         THRU P0700-FIM
           END-IF.
           PERFORM P0900-FINALIZA      THRU P0900-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** CONVERSAO DOS CASOS DE CONCILIACAO *****'.
           DISPLAY 'CASOS.DAT SERA REGRAVADO NO LAYOUT NOVO, COM A'.
           DISPLAY 'HORA DE ABERTURA E O ENCERRAMENTO ZERADOS NOS'.
           DISPLAY 'CASOS EXISTENTES. RODAR UMA SO VEZ, COM O SISTEMA'.
           DISPLAY 'PARADO, ANTES DA VERSAO NOVA DO CASOREG/CASOMNT/'.
           DISPLAY 'SLAREL.'.
           DISPLAY 'CONFIRMA A CONVERSAO? (S/N): '.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'CONVERSAO CANCELADA PELO OPERADOR.'
           END-IF.
       P0100-FIM.

       P0200-CONVERTE-CASOS.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-GRAVADOS.

      *    ARQUIVO JA CONVERTIDO NAO ABRE NO LAYOUT ANTIGO (TAMANHO
      *    DE REGISTRO DIFERENTE) E A CONVERSAO PARA AQUI.
           OPEN INPUT CASOS-ANT.
           IF ST-ANT-NAO-EXISTE
               DISPLAY 'CASOS.DAT NAO EXISTE - NADA A CONVERTER.'
               SET FIM-OK TO TRUE
           ELSE
               IF NOT ST-ANT-OK
                   DISPLAY 'ERRO AO ABRIR CASOS.DAT NO LAYOUT'
                           ' ANTIGO (JA CONVERTIDO?): ' WS-ST-ANT
                   SET CONVERSAO-COM-ERRO TO TRUE
                   SET FIM-OK TO TRUE
               END-IF
           END-IF.

           IF NOT FIM-OK
               SET HOUVE-CONVERSAO TO TRUE
               OPEN OUTPUT CASOS-NOV
               PERFORM P0210-CONVERTE-CASO THRU P0210-FIM
                       UNTIL FIM-OK
               CLOSE CASOS-ANT CASOS-NOV
               PERFORM P0800-CONFERE-CONTADORES THRU P0800-FIM
               DISPLAY 'CASOS.DAT CONVERTIDO: ' WS-CONT-GRAVADOS
                       ' CASO(S).'
           END-IF.
       P0200-FIM.

       P0210-CONVERTE-CASO.
      *    HORA DE ABERTURA ZERO O SLAREL CONTA DESDE O INICIO DO
      *    DIA DE ABERTURA; CASO JA FECHADO FICA SEM DATA DE
      *    ENCERRAMENTO, FORA DO TEMPO DE ATENDIMENTO.
           READ CASOS-ANT
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           ADD 1 TO WS-CONT-LIDOS.
           INITIALIZE RG-CASO.
           MOVE ANTC-ORIGEM         TO CAS-ORIGEM.
           MOVE ANTC-REFERENCIA     TO CAS-REFERENCIA.
           MOVE ANTC-SITUACAO       TO CAS-SITUACAO.
           MOVE ANTC-DESCRICAO      TO CAS-DESCRICAO.
           MOVE ANTC-VALOR-NOSSO    TO CAS-VALOR-NOSSO.
           MOVE ANTC-VALOR-EXTERNO  TO CAS-VALOR-EXTERNO.
           MOVE ANTC-DATA-ABERTURA  TO CAS-DATA-ABERTURA.
           MOVE ANTC-DATA-ULTIMA    TO CAS-DATA-ULTIMA.
           MOVE ANTC-OCORRENCIAS    TO CAS-OCORRENCIAS.
           MOVE ANTC-RESPONSAVEL    TO CAS-RESPONSAVEL.
           MOVE ANTC-RESOLUCAO      TO CAS-RESOLUCAO.
           MOVE ANTC-NOTA           TO CAS-NOTA.

           WRITE RG-CASO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: ' CAS-CHAVE
                   SET CONVERSAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
       P0210-FIM.

       P0700-EFETIVA.
           IF NOT HOUVE-CONVERSAO
               GO TO P0700-FIM
           END-IF.

           IF CONVERSAO-COM-ERRO
               DISPLAY 'CONVERSAO COM ERROS - O ARQUIVO ORIGINAL'
                       ' NAO FOI SUBSTITUIDO. CONFIRA O .NOVO.'
               GO TO P0700-FIM
           END-IF.

      *    O ORIGINAL FICA EM CASOS.ANT ANTES DE SER SUBSTITUIDO.
           CALL 'CBL_COPY_FILE' USING WS-ARQ-CASOS-DAT
               WS-ARQ-CASOS-ANT
               RETURNING WS-COPY-RESULT
           END-CALL.
           IF WS-COPY-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO SALVAR CASOS.DAT EM CASOS.ANT -'
                       ' ORIGINAL NAO SUBSTITUIDO.'
               SET CONVERSAO-COM-ERRO TO TRUE
               GO TO P0700-FIM
           END-IF.

           CALL 'CBL_COPY_FILE' USING WS-ARQ-CASOS-NOVO
               WS-ARQ-CASOS-DAT
               RETURNING WS-COPY-RESULT
           END-CALL.
           IF WS-COPY-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO SUBSTITUIR CASOS.DAT - RESTAURAR'
                       ' A PARTIR DE CASOS.ANT.'
               SET CONVERSAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY 'CONVERSAO EFETIVADA. ORIGINAL EM CASOS.ANT.'
           END-IF.
       P0700-FIM.

       P0800-CONFERE-CONTADORES.
           IF WS-CONT-LIDOS NOT EQUAL WS-CONT-GRAVADOS
               DISPLAY 'ALERTA: LIDOS ' WS-CONT-LIDOS
                       ' X GRAVADOS ' WS-CONT-GRAVADOS '.'
               SET CONVERSAO-COM-ERRO TO TRUE
           END-IF.
       P0800-FIM.

       P0900-FINALIZA.
           IF WS-CONFIRMA-SIM
               IF CONVERSAO-COM-ERRO
                   DISPLAY 'CONVERSAO ENCERRADA COM PENDENCIAS.'
               ELSE
                   DISPLAY 'CONVERSAO ENCERRADA COM SUCESSO.'
               END-IF
           END-IF.
       P0900-FIM.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'CASOS.NOVO' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-NOVO.
           MOVE 'CASOS.ANT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-ANT.
       9600-FIM.

       COPY PERFIL.
