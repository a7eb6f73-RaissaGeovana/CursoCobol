      *          remove a moeda de um codigo do cadastro e lista as
      *          duas tabelas. Codigo sem moeda atribuida e tratado
      *          como moeda base pelos relatorios de valor.
      *          A entrada pede a identificacao do operador (OPERMST)
      *          e toda gravacao, substituicao e remocao nas duas
      *          tabelas vai para o log de tabelas de referencia
      *          (REFLOG.TXT), com a imagem antes e depois - a taxa
      *          vai na imagem em forma de exibicao, nao compactada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-RLOG-OPER.
              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_MOEDACAD.
       FD DADOS1.
       COPY FD_CRUD.
       FD OPERMST.
       COPY FD_OPER.
       FD REFLOG.
       COPY FD_REFLOG.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY REFLOG_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
         88 COD-EXISTE                VALUE 'S' FALSE 'N'.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-TAXA-ED        PIC ZZZZ9,999999.
       01 WS-CAMB-IMAGEM.
          03 WS-CIMG-MOEDA  PIC X(03).
          03 WS-CIMG-DATA   PIC 9(08).
          03 WS-CIMG-TAXA   PIC 9(05)V9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       0100-INICIO.
           DISPLAY '******** MANUTENCAO DE CAMBIO E MOEDAS *********'
           SET WS-EXIT-OK     TO FALSE.

           PERFORM 9460-IDENTIFICA-OPERADOR THRU 9460-FIM.
           IF NOT RLOG-OPERADOR-OK
               DISPLAY 'OPERADOR NAO IDENTIFICADO - ENCERRANDO.'
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVOS THRU 0110-FIM
           END-IF.

           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.
               MOVE WS-TAXA-ENTRADA  TO CAMB-TAXA
               WRITE RG-CAMBIO
                   INVALID KEY
                       PERFORM 0215-SUBSTITUI-TAXA THRU 0215-FIM
                   NOT INVALID KEY
                       DISPLAY 'TAXA INCLUIDA COM SUCESSO.'
                       MOVE 'I' TO WS-RLOG-ACAO
                       PERFORM 0296-IMAGEM-CAMBIO THRU 0296-FIM
                       MOVE WS-CAMB-IMAGEM TO WS-RLOG-DEPOIS
                       PERFORM 0297-REFLOG-CAMBIO THRU 0297-FIM
               END-WRITE
               CLOSE CAMBIO
           ELSE
           END-IF.
       0210-FIM.

       0215-SUBSTITUI-TAXA.
      *    LE A TAXA ANTERIOR PARA O LOG ANTES DE SUBSTITUIR.
           READ CAMBIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0296-IMAGEM-CAMBIO THRU 0296-FIM
                   MOVE WS-CAMB-IMAGEM TO WS-RLOG-ANTES
           END-READ.
           MOVE WS-TAXA-ENTRADA TO CAMB-TAXA.
           REWRITE RG-CAMBIO.
           DISPLAY 'TAXA EXISTENTE SUBSTITUIDA.'
           MOVE 'A' TO WS-RLOG-ACAO.
           PERFORM 0296-IMAGEM-CAMBIO THRU 0296-FIM.
           MOVE WS-CAMB-IMAGEM TO WS-RLOG-DEPOIS.
           PERFORM 0297-REFLOG-CAMBIO THRU 0297-FIM.
       0215-FIM.

       0220-ATRIBUI-MOEDA.
           MOVE ZEROS  TO WS-COD-ENTRADA.
           MOVE SPACES TO WS-MOEDA-ENTRADA.
               MOVE WS-MOEDA-ENTRADA TO MDA-MOEDA
               WRITE RG-MOEDACAD
                   INVALID KEY
                       PERFORM 0225-SUBSTITUI-MOEDA THRU 0225-FIM
                   NOT INVALID KEY
                       DISPLAY 'MOEDA ATRIBUIDA AO CODIGO.'
                       MOVE 'I'         TO WS-RLOG-ACAO
                       MOVE RG-MOEDACAD TO WS-RLOG-DEPOIS
                       PERFORM 0298-REFLOG-MOEDA THRU 0298-FIM
               END-WRITE
               CLOSE MOEDAREG
           ELSE
           END-IF.
       0220-FIM.

       0225-SUBSTITUI-MOEDA.
      *    LE A MOEDA ANTERIOR PARA O LOG ANTES DE SUBSTITUIR.
           READ MOEDAREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RG-MOEDACAD TO WS-RLOG-ANTES
           END-READ.
           MOVE WS-MOEDA-ENTRADA TO MDA-MOEDA.
           REWRITE RG-MOEDACAD.
           DISPLAY 'MOEDA DO CODIGO SUBSTITUIDA.'
           MOVE 'A'         TO WS-RLOG-ACAO.
           MOVE RG-MOEDACAD TO WS-RLOG-DEPOIS.
           PERFORM 0298-REFLOG-MOEDA THRU 0298-FIM.
       0225-FIM.

       0230-REMOVE-MOEDA.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO A VOLTAR PARA A MOEDA BASE: '
                   INVALID KEY
                       DISPLAY 'CODIGO SEM MOEDA ATRIBUIDA.'
                   NOT INVALID KEY
                       MOVE RG-MOEDACAD TO WS-RLOG-ANTES
                       DELETE MOEDAREG
                           INVALID KEY
                               DISPLAY 'ERRO AO REMOVER.'
                           NOT INVALID KEY
                               DISPLAY 'CODIGO VOLTOU A MOEDA BASE.'
                               MOVE 'R' TO WS-RLOG-ACAO
                               PERFORM 0298-REFLOG-MOEDA
                                       THRU 0298-FIM
                       END-DELETE
               END-READ
               CLOSE MOEDAREG
           END-IF.
       0260-FIM.

       0295-REGISTRA-REFLOG.
      *    TABELA, CHAVE E IMAGENS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'CAMBMNT' TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       0296-IMAGEM-CAMBIO.
      *    A TAXA E COMPACTADA NO REGISTRO - O LOG LEVA A IMAGEM
      *    EM FORMA DE EXIBICAO.
           MOVE CAMB-MOEDA TO WS-CIMG-MOEDA.
           MOVE CAMB-DATA  TO WS-CIMG-DATA.
           MOVE CAMB-TAXA  TO WS-CIMG-TAXA.
       0296-FIM.

       0297-REFLOG-CAMBIO.
           MOVE 'CAMBIO'         TO WS-RLOG-TABELA.
           MOVE WS-MOEDA-ENTRADA TO WS-RLOG-CHAVE(1:3).
           MOVE WS-DATA-ENTRADA  TO WS-RLOG-CHAVE(5:8).
           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM.
       0297-FIM.

       0298-REFLOG-MOEDA.
           MOVE 'MOEDAREG'     TO WS-RLOG-TABELA.
           MOVE WS-COD-ENTRADA TO WS-RLOG-CHAVE(1:7).
           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM.
       0298-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY REFLOG.
       COPY SENHA.
