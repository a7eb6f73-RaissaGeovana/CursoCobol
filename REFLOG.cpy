      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos do log de alteracoes das tabelas de
      *          referencia: 9460-IDENTIFICA-OPERADOR pede operador e
      *          senha e confere no OPERMST.DAT (operador ativo, senha
      *          certa, conferida pelo hash do COPY SENHA), assinalando
      *          RLOG-OPERADOR-OK - sem o cadastro de operadores
      *          (primeira instalacao) o operador
      *          digitado e aceito; 9465-GRAVA-REFLOG acrescenta a
      *          REFLOG.TXT a alteracao descrita em WS-RLOG-TABELA,
      *          WS-RLOG-CHAVE, WS-RLOG-ACAO, WS-RLOG-ANTES,
      *          WS-RLOG-DEPOIS, WS-RLOG-OPERADOR e WS-RLOG-PROGRAMA,
      *          com a data e hora do momento, e limpa as imagens
      *          para a proxima. Requer COPY REFLOG_WS na
      *          WORKING-STORAGE e os SELECT/FD de REFLOG e OPERMST;
      *          com o 9460, COPY SENHA_WS e COPY SENHA.
      ******************************************************************
       9460-IDENTIFICA-OPERADOR.
           SET RLOG-OPERADOR-OK TO FALSE.
           MOVE SPACES TO WS-RLOG-OPERADOR WS-RLOG-SENHA.
           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-RLOG-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-RLOG-SENHA.
           IF WS-RLOG-OPERADOR EQUAL SPACES
               DISPLAY 'OPERADOR NAO INFORMADO.'
               GO TO 9460-FIM
           END-IF.

           SET ST-RLOG-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-RLOG-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA.'
               SET RLOG-OPERADOR-OK TO TRUE
               GO TO 9460-FIM
           END-IF.

           IF NOT ST-RLOG-OPER-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-RLOG-OPER
               GO TO 9460-FIM
           END-IF.

           MOVE WS-RLOG-OPERADOR TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               NOT INVALID KEY
                   MOVE OPER-SAL      TO WS-SNH-SAL
                   MOVE WS-RLOG-SENHA TO WS-SNH-SENHA
                   PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                   IF OPER-ATIVO
                      AND OPER-SENHA = WS-SNH-HASH
                       SET RLOG-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SENHA INVALIDA.'
                   END-IF
           END-READ.
           CLOSE OPERMST.
       9460-FIM.

       9465-GRAVA-REFLOG.
           SET ST-RLOG-OK TO TRUE.
           OPEN EXTEND REFLOG.

           IF WS-ST-RLOG EQUAL 35 THEN
               OPEN OUTPUT REFLOG
           END-IF.

           IF ST-RLOG-OK THEN
               MOVE WS-RLOG-TABELA   TO RLOG-TABELA
               MOVE WS-RLOG-CHAVE    TO RLOG-CHAVE
               MOVE WS-RLOG-ACAO     TO RLOG-ACAO
               MOVE WS-RLOG-ANTES    TO RLOG-ANTES
               MOVE WS-RLOG-DEPOIS   TO RLOG-DEPOIS
               MOVE WS-RLOG-OPERADOR TO RLOG-OPERADOR
               MOVE WS-RLOG-PROGRAMA TO RLOG-PROGRAMA
               ACCEPT RLOG-DATA FROM DATE YYYYMMDD
               ACCEPT RLOG-HORA FROM TIME
               WRITE RG-REFLOG
               CLOSE REFLOG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE TABELAS DE REFERENCIA.'
               DISPLAY 'FILE STATUS: ' WS-ST-RLOG
           END-IF.

           MOVE SPACES TO WS-RLOG-CHAVE WS-RLOG-ANTES WS-RLOG-DEPOIS.
       9465-FIM.
