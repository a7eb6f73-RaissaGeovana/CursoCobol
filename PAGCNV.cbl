      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica do controle de instrucoes de
      *          pagamento - le PAGCTL.DAT no layout antigo (sem
      *          referencia do credito, retencao, cancelamento e
      *          reemissao), regrava cada instrucao em PAGCTL.NOVO
      *          no layout atual (COPY FD_PAGCTL) com os campos novos
      *          zerados (numericos com zeros, alfanumericos com
      *          espacos) e, apos a confirmacao do operador, copia o
      *          .NOVO por cima do original. O original fica antes
      *          em PAGCTL.ANT como copia de seguranca; com qualquer
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
              SELECT PAGCTL-ANT ASSIGN TO WS-ARQ-PAGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS ANTP-CHAVE
              FILE STATUS IS WS-ST-ANT.

              SELECT PAGCTL-NOV ASSIGN TO WS-ARQ-PAGCTL-NOVO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-NOV.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PAGCTL-ANT.
       01  RG-ANT-PAGCTL.
           02  ANTP-CHAVE.
               03  ANTP-DATA       PIC 9(08).
               03  ANTP-SEQ        PIC 9(05).
           02  ANTP-COD-DADOS      PIC 9(07).
           02  ANTP-VALOR          PIC S9(09)V99 COMP-3.
           02  ANTP-MOTIVO         PIC X(03).
           02  ANTP-SITUACAO       PIC X(01).
           02  ANTP-ARQUIVO        PIC X(60).

       FD PAGCTL-NOV.
       COPY FD_PAGCTL.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-PAGCTL-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGCTL-NOVO     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGCTL-ANT      PIC X(60) VALUE SPACES.
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
               PERFORM P0200-CONVERTE-PAGCTL THRU P0200-FIM
               PERFORM P0700-EFETIVA         THRU P0700-FIM
           END-IF.
           PERFORM P0900-FINALIZA      THRU P0900-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** CONVERSAO DO CONTROLE DE PAGAMENTOS *****'.
           DISPLAY 'PAGCTL.DAT SERA REGRAVADO NO LAYOUT NOVO, COM'.
           DISPLAY 'REFERENCIA, RETENCAO, CANCELAMENTO E REEMISSAO'.
           DISPLAY 'ZERADOS NAS INSTRUCOES EXISTENTES. RODAR UMA SO'.
           DISPLAY 'VEZ, COM O SISTEMA PARADO, ANTES DA VERSAO NOVA'.
           DISPLAY 'DO PAGTOGER/PAGTORET/PAGMNT/PAGCONC.'.
           DISPLAY 'CONFIRMA A CONVERSAO? (S/N): '.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'CONVERSAO CANCELADA PELO OPERADOR.'
           END-IF.
       P0100-FIM.

       P0200-CONVERTE-PAGCTL.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-GRAVADOS.

      *    ARQUIVO JA CONVERTIDO NAO ABRE NO LAYOUT ANTIGO (TAMANHO
      *    DE REGISTRO DIFERENTE) E A CONVERSAO PARA AQUI.
           OPEN INPUT PAGCTL-ANT.
           IF ST-ANT-NAO-EXISTE
               DISPLAY 'PAGCTL.DAT NAO EXISTE - NADA A CONVERTER.'
               SET FIM-OK TO TRUE
           ELSE
               IF NOT ST-ANT-OK
                   DISPLAY 'ERRO AO ABRIR PAGCTL.DAT NO LAYOUT'
                           ' ANTIGO (JA CONVERTIDO?): ' WS-ST-ANT
                   SET CONVERSAO-COM-ERRO TO TRUE
                   SET FIM-OK TO TRUE
               END-IF
           END-IF.

           IF NOT FIM-OK
               SET HOUVE-CONVERSAO TO TRUE
               OPEN OUTPUT PAGCTL-NOV
               PERFORM P0210-CONVERTE-INSTRUCAO THRU P0210-FIM
                       UNTIL FIM-OK
               CLOSE PAGCTL-ANT PAGCTL-NOV
               PERFORM P0800-CONFERE-CONTADORES THRU P0800-FIM
               DISPLAY 'PAGCTL.DAT CONVERTIDO: ' WS-CONT-GRAVADOS
                       ' INSTRUCAO(OES).'
           END-IF.
       P0200-FIM.

       P0210-CONVERTE-INSTRUCAO.
      *    REFERENCIA ZERO O PAGCONC AMARRA POR DATA, CODIGO, MOTIVO
      *    E VALOR; BRUTO ZERO E INSTRUCAO SEM RETENCAO; DATA DE
      *    MOVIMENTO ZERO O PAGMNT E O PAGCONC TROCAM PELA DA
      *    INSTRUCAO.
           READ PAGCTL-ANT
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           ADD 1 TO WS-CONT-LIDOS.
           INITIALIZE RG-PAGCTL.
           MOVE ANTP-DATA        TO PAG-DATA.
           MOVE ANTP-SEQ         TO PAG-SEQ.
           MOVE ANTP-COD-DADOS   TO PAG-COD-DADOS.
           MOVE ANTP-VALOR       TO PAG-VALOR.
           MOVE ANTP-MOTIVO      TO PAG-MOTIVO.
           MOVE ANTP-SITUACAO    TO PAG-SITUACAO.
           MOVE ANTP-ARQUIVO     TO PAG-ARQUIVO.

           WRITE RG-PAGCTL
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: ' PAG-CHAVE
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

      *    O ORIGINAL FICA EM PAGCTL.ANT ANTES DE SER SUBSTITUIDO.
           CALL 'CBL_COPY_FILE' USING WS-ARQ-PAGCTL-DAT
               WS-ARQ-PAGCTL-ANT
               RETURNING WS-COPY-RESULT
           END-CALL.
           IF WS-COPY-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO SALVAR PAGCTL.DAT EM PAGCTL.ANT -'
                       ' ORIGINAL NAO SUBSTITUIDO.'
               SET CONVERSAO-COM-ERRO TO TRUE
               GO TO P0700-FIM
           END-IF.

           CALL 'CBL_COPY_FILE' USING WS-ARQ-PAGCTL-NOVO
               WS-ARQ-PAGCTL-DAT
               RETURNING WS-COPY-RESULT
           END-CALL.
           IF WS-COPY-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO SUBSTITUIR PAGCTL.DAT - RESTAURAR'
                       ' A PARTIR DE PAGCTL.ANT.'
               SET CONVERSAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY 'CONVERSAO EFETIVADA. ORIGINAL EM PAGCTL.ANT.'
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
           MOVE 'PAGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-DAT.
           MOVE 'PAGCTL.NOVO' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-NOVO.
           MOVE 'PAGCTL.ANT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-ANT.
       9600-FIM.

       COPY PERFIL.
