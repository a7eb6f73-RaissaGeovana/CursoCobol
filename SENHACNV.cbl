      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao unica das senhas de operador para hash com
      *          sal - le OPERMST.DAT e SENHAHIS.DAT no layout antigo
      *          (senha de 8 posicoes gravada como digitada), regrava
      *          cada um em um arquivo .NOVO no layout atual (COPY
      *          FD_OPER/FD_SENHAHIS) com o hash da senha e um sal
      *          proprio por registro (COPY SENHA), marca todos os
      *          operadores para troca obrigatoria de senha na
      *          proxima assinatura e, apos a confirmacao do
      *          operador, copia os .NOVO por cima dos originais. Os
      *          originais NAO sao preservados em copia de seguranca,
      *          porque guardam as senhas legiveis; com qualquer
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
              SELECT OPERMST-ANT ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS ANTO-ID
              FILE STATUS IS WS-ST-ANT.

              SELECT OPERMST-NOV ASSIGN TO WS-ARQ-OPERMST-NOVO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-NOV.

              SELECT SENHAHIS-ANT ASSIGN TO WS-ARQ-SENHAHIS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS ANTH-CHAVE
              FILE STATUS IS WS-ST-ANT.

              SELECT SENHAHIS-NOV ASSIGN TO WS-ARQ-SENHAHIS-NOVO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS SH-CHAVE
              FILE STATUS IS WS-ST-NOV.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD OPERMST-ANT.
       01  RG-ANT-OPER.
           02  ANTO-ID             PIC X(08).
           02  ANTO-NOME           PIC X(30).
           02  ANTO-SENHA          PIC X(08).
           02  ANTO-NIVEL          PIC 9(01).
           02  ANTO-SITUACAO       PIC X(01).
           02  ANTO-DATA-SENHA     PIC 9(08).
           02  ANTO-FALHAS         PIC 9(01).
           02  ANTO-BLOQUEIO       PIC X(01).

       FD OPERMST-NOV.
       COPY FD_OPER.

       FD SENHAHIS-ANT.
       01  RG-ANT-SENHAHIS.
           02  ANTH-CHAVE.
               03  ANTH-OPER-ID    PIC X(08).
               03  ANTH-SEQ        PIC 9(03).
           02  ANTH-SENHA          PIC X(08).
           02  ANTH-DATA           PIC 9(08).

       FD SENHAHIS-NOV.
       COPY FD_SENHAHIS.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-NOVO    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SENHAHIS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SENHAHIS-NOVO   PIC X(60) VALUE SPACES.
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
       77 WS-CONT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WS-COPY-RESULT     PIC S9(9) COMP-5 VALUE ZEROS.
       77 WS-IDX-ARQ         PIC 9(02) VALUE ZEROS.
       77 WS-NOME-ORIGINAL   PIC X(60) VALUE SPACES.
       77 WS-NOME-NOVO       PIC X(60) VALUE SPACES.
       77 WS-DETALHES-ARQ    PIC X(20) VALUE SPACES.

       01 WS-TABELA-ARQUIVOS.
          02 FILLER PIC X(40) VALUE 'OPERMST.DAT'.
          02 FILLER PIC X(40) VALUE 'SENHAHIS.DAT'.
       01 FILLER REDEFINES WS-TABELA-ARQUIVOS.
          02 WS-ARQ-CONVERTIDO PIC X(40) OCCURS 2 TIMES.

       01 WS-TABELA-NOVOS.
          02 FILLER PIC X(40) VALUE 'OPERMST.NOVO'.
          02 FILLER PIC X(40) VALUE 'SENHAHIS.NOVO'.
       01 FILLER REDEFINES WS-TABELA-NOVOS.
          02 WS-ARQ-NOVO       PIC X(40) OCCURS 2 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO        THRU P0100-FIM.
           IF WS-CONFIRMA-SIM
               PERFORM P0200-CONVERTE-OPERMST  THRU P0200-FIM
               PERFORM P0300-CONVERTE-SENHAHIS THRU P0300-FIM
               PERFORM P0700-EFETIVA           THRU P0700-FIM
           END-IF.
           PERFORM P0900-FINALIZA      THRU P0900-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '******** CONVERSAO DAS SENHAS PARA HASH *********'.
           DISPLAY 'OPERMST.DAT E SENHAHIS.DAT SERAO REGRAVADOS COM'.
           DISPLAY 'AS SENHAS EM HASH. TODOS OS OPERADORES TROCARAO'.
           DISPLAY 'A SENHA NA PROXIMA ASSINATURA. RODAR UMA SO VEZ,'.
           DISPLAY 'COM O SISTEMA PARADO - OS ORIGINAIS NAO FICAM.'.
           DISPLAY 'CONFIRMA A CONVERSAO? (S/N): '.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'CONVERSAO CANCELADA PELO OPERADOR.'
           END-IF.
       P0100-FIM.

       P0200-CONVERTE-OPERMST.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-GRAVADOS.

      *    ARQUIVO JA CONVERTIDO NAO ABRE NO LAYOUT ANTIGO (TAMANHO
      *    DE REGISTRO DIFERENTE) E A CONVERSAO PARA AQUI.
           OPEN INPUT OPERMST-ANT.
           IF ST-ANT-NAO-EXISTE
               DISPLAY 'OPERMST.DAT NAO EXISTE - ETAPA IGNORADA.'
               SET FIM-OK TO TRUE
           ELSE
               IF NOT ST-ANT-OK
                   DISPLAY 'ERRO AO ABRIR OPERMST.DAT NO LAYOUT'
                           ' ANTIGO (JA CONVERTIDO?): ' WS-ST-ANT
                   SET CONVERSAO-COM-ERRO TO TRUE
                   SET FIM-OK TO TRUE
               END-IF
           END-IF.

           IF NOT FIM-OK
               OPEN OUTPUT OPERMST-NOV
               PERFORM P0210-CONVERTE-OPERADOR THRU P0210-FIM
                       UNTIL FIM-OK
               CLOSE OPERMST-ANT OPERMST-NOV
               PERFORM P0800-CONFERE-CONTADORES THRU P0800-FIM
               DISPLAY 'OPERMST.DAT CONVERTIDO: ' WS-CONT-GRAVADOS
                       ' OPERADOR(ES).'
           END-IF.
       P0200-FIM.

       P0210-CONVERTE-OPERADOR.
           READ OPERMST-ANT
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           ADD 1 TO WS-CONT-LIDOS.
           MOVE ANTO-ID          TO OPER-ID.
           MOVE ANTO-NOME        TO OPER-NOME.
           MOVE ANTO-NIVEL       TO OPER-NIVEL.
           MOVE ANTO-SITUACAO    TO OPER-SITUACAO.
           MOVE ANTO-DATA-SENHA  TO OPER-DATA-SENHA.
           MOVE ANTO-FALHAS      TO OPER-FALHAS.
           MOVE ANTO-BLOQUEIO    TO OPER-BLOQUEIO.

           PERFORM 9655-GERA-SAL THRU 9655-FIM.
           MOVE ANTO-SENHA       TO WS-SNH-SENHA.
           PERFORM 9650-CALCULA-HASH THRU 9650-FIM.
           MOVE WS-SNH-HASH      TO OPER-SENHA.
           MOVE WS-SNH-SAL       TO OPER-SAL.
           SET OPER-TROCA-PENDENTE TO TRUE.

           WRITE RG-OPER
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: ' OPER-ID
                   SET CONVERSAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
       P0210-FIM.

       P0300-CONVERTE-SENHAHIS.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-GRAVADOS.

           OPEN INPUT SENHAHIS-ANT.
           IF ST-ANT-NAO-EXISTE
               DISPLAY 'SENHAHIS.DAT NAO EXISTE - ETAPA IGNORADA.'
               SET FIM-OK TO TRUE
           ELSE
               IF NOT ST-ANT-OK
                   DISPLAY 'ERRO AO ABRIR SENHAHIS.DAT NO LAYOUT'
                           ' ANTIGO (JA CONVERTIDO?): ' WS-ST-ANT
                   SET CONVERSAO-COM-ERRO TO TRUE
                   SET FIM-OK TO TRUE
               END-IF
           END-IF.

           IF NOT FIM-OK
               OPEN OUTPUT SENHAHIS-NOV
               PERFORM P0310-CONVERTE-HISTORICO THRU P0310-FIM
                       UNTIL FIM-OK
               CLOSE SENHAHIS-ANT SENHAHIS-NOV
               PERFORM P0800-CONFERE-CONTADORES THRU P0800-FIM
               DISPLAY 'SENHAHIS.DAT CONVERTIDO: ' WS-CONT-GRAVADOS
                       ' REGISTRO(S).'
           END-IF.
       P0300-FIM.

       P0310-CONVERTE-HISTORICO.
      *    CADA SENHA DO HISTORICO GANHA SEU PROPRIO SAL; A RECUSA
      *    DE SENHA REPETIDA CONTINUA VALENDO PARA TODO O HISTORICO.
           READ SENHAHIS-ANT
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.

           ADD 1 TO WS-CONT-LIDOS.
           MOVE ANTH-OPER-ID     TO SH-OPER-ID.
           MOVE ANTH-SEQ         TO SH-SEQ.
           MOVE ANTH-DATA        TO SH-DATA.

           PERFORM 9655-GERA-SAL THRU 9655-FIM.
           MOVE ANTH-SENHA       TO WS-SNH-SENHA.
           PERFORM 9650-CALCULA-HASH THRU 9650-FIM.
           MOVE WS-SNH-HASH      TO SH-SENHA.
           MOVE WS-SNH-SAL       TO SH-SAL.

           WRITE RG-SENHAHIS
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: ' SH-CHAVE
                   SET CONVERSAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
       P0310-FIM.

       P0700-EFETIVA.
           IF CONVERSAO-COM-ERRO
               DISPLAY 'CONVERSAO COM ERROS - OS ARQUIVOS ORIGINAIS'
                       ' NAO FORAM SUBSTITUIDOS. CONFIRA OS .NOVO.'
           ELSE
               MOVE 1 TO WS-IDX-ARQ
               PERFORM P0710-SUBSTITUI-ARQUIVO THRU P0710-FIM
                       UNTIL WS-IDX-ARQ > 2
               IF NOT CONVERSAO-COM-ERRO
                   DISPLAY 'CONVERSAO EFETIVADA. SENHAS GRAVADAS SO'
                           ' EM HASH.'
               END-IF
           END-IF.
       P0700-FIM.

       P0710-SUBSTITUI-ARQUIVO.
           MOVE SPACES TO WS-NOME-ORIGINAL WS-NOME-NOVO.
           MOVE WS-ARQ-CONVERTIDO(WS-IDX-ARQ) TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-NOME-ORIGINAL.
           MOVE WS-ARQ-NOVO(WS-IDX-ARQ) TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-NOME-NOVO.

      *    ARQUIVO SEM .NOVO (ETAPA IGNORADA POR NAO EXISTIR O
      *    ORIGINAL) NAO E SUBSTITUIDO.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOME-NOVO
               WS-DETALHES-ARQ
               RETURNING WS-COPY-RESULT
           END-CALL.

           IF WS-COPY-RESULT EQUAL ZEROS
               CALL 'CBL_COPY_FILE' USING WS-NOME-NOVO
                   WS-NOME-ORIGINAL
                   RETURNING WS-COPY-RESULT
               END-CALL
               IF WS-COPY-RESULT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO SUBSTITUIR '
                           WS-ARQ-CONVERTIDO(WS-IDX-ARQ)
                   SET CONVERSAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

           ADD 1 TO WS-IDX-ARQ.
       P0710-FIM.

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

       COPY SENHA.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'OPERMST.NOVO' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-NOVO.
           MOVE 'SENHAHIS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SENHAHIS-DAT.
           MOVE 'SENHAHIS.NOVO' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SENHAHIS-NOVO.
       9600-FIM.

       COPY PERFIL.
