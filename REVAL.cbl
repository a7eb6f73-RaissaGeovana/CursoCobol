      *          DIARIO, imprime o
      *          relatorio de variacao (valor antigo, novo e delta por
      *          registro) em REVAL.TXT e ajusta o controle de saldos
      *          pelo delta total. Registro que a taxa levaria
      *          alem do limite de exposicao (LIMITES.DAT) fica fora
      *          da projecao e da aplicacao: vai para a fila de
      *          suspensos com o motivo LM e levanta um alerta.
      *          A aplicacao grava ponto de controle (CKPTSRV) a cada
      *          N registros e jornaliza a imagem anterior antes de
      *          cada regravacao; se cair no meio, a proxima corrida
      *          (ou a cadeia noturna) a retoma do ultimo ponto com a
      *          data e a projecao da corrida original, sem registro
      *          reavaliado duas vezes nem pulado, e o relatorio de
      *          variacao mostra o ponto da retomada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT LIMITES ASSIGN TO WS-ARQ-LIMITES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LIM-CHAVE
              FILE STATUS IS WS-ST-LIM.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-SUSP.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-ALER.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD VERSOES.
       COPY FD_VERSAO.

       FD LIMITES.
       COPY FD_LIMITE.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY LIMITE_WS.
       COPY CKPTSRV_WS.
       COPY CKPT_WS.
       77  WS-ARQ-TAXMAST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-REVAL-TXT       PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMITES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
         88 ST-CTL-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-SUSP        PIC 99.
         88 ST-SUSP-OK      VALUE 0.
       77 WS-ST-ALER        PIC 99.
         88 ST-ALER-OK      VALUE 0.
       77 WS-SEQ-SUSP       PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-ALERTA     PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV       PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG       PIC X(40) VALUE SPACES.
       77 WS-AGORA          PIC 9(08) VALUE ZEROS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-CONT-PROJETADOS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ESTOUROS  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-APLICADOS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-LIMITE    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SUSPENSOS PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-ANTES    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-DEPOIS   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-APL-ANTES PIC S9(11)V99 COMP-3 VALUE ZEROS.
         88 FIM-VERS-OK                VALUE 'S' FALSE 'N'.
       77 WS-PROX-VERSAO     PIC 9(04) VALUE ZEROS.
       77 WS-IMAGEM-ANTES    PIC X(45) VALUE SPACES.
       77 WS-CONT-VARRIDOS   PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK AND NOT RETOMADA-PONTO
               PERFORM P0200-PROJETA THRU P0200-FIM
           END-IF.
           IF NOT FIM-OK AND NOT RETOMADA-PONTO
               PERFORM P0300-CONFIRMA THRU P0300-FIM
           END-IF.
           IF NOT FIM-OK
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.

      *    CORRIDA INTERROMPIDA TEM DE SER RETOMADA ANTES DE OUTRA.
           MOVE 'REVAL   ' TO CKP-PROGRAMA.
           PERFORM 9420-CONSULTA-PONTO THRU 9420-FIM.
           IF PONTO-PENDENTE AND NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM.
           IF NOT OPERADOR-VALIDO
               SET FIM-OK TO TRUE
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.

           IF NOT FIM-OK AND RETOMADA-PONTO
               PERFORM P0105-RETOMA-CORRIDA THRU P0105-FIM
           END-IF.
       P0100-FIM.

       P0105-RETOMA-CORRIDA.
      *    DESFAZ O QUE PASSOU DO ULTIMO PONTO ANTES DE O DADOS1.DAT
      *    SER ABERTO PARA A APLICACAO; A PROJECAO E OS TOTAIS DA
      *    CORRIDA ORIGINAL VOLTAM DO PONTO, SEM NOVA PROJECAO.
           PERFORM 9425-RETOMA-PONTO THRU 9425-FIM.
           IF NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0105-FIM
           END-IF.

           MOVE CKP-POSICAO     TO WS-CONT-VARRIDOS.
           MOVE CKP-CONTADOR(1) TO WS-CONT-LIDOS.
           MOVE CKP-CONTADOR(2) TO WS-CONT-PROJETADOS.
           MOVE CKP-CONTADOR(3) TO WS-CONT-APLICADOS.
           MOVE CKP-CONTADOR(4) TO WS-CONT-SUSPENSOS.
           MOVE CKP-CONTADOR(5) TO WS-CONT-LIMITE.
           MOVE CKP-CONTADOR(6) TO WS-CONT-ESTOUROS.
           MOVE CKP-TOTAL(1)    TO WS-TOTAL-ANTES.
           MOVE CKP-TOTAL(2)    TO WS-TOTAL-DEPOIS.
           MOVE CKP-TOTAL(3)    TO WS-TOTAL-APL-ANTES.
           MOVE CKP-TOTAL(4)    TO WS-TOTAL-APL-DEPOIS.
       P0105-FIM.

       P0110-IDENTIFICA-OPERADOR.
      *    NA AGENDA NOTURNA (MODO B) NAO HA OPERADOR PARA DIGITAR
      *    CREDENCIAL - A CORRIDA SAI SOB A IDENTIDADE DO CHAMADOR,
                       INVALID KEY
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET OPERADOR-VALIDO TO TRUE
                           ELSE
                               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           SET WS-QTD-TAXAS TO 0.
           SET TEM-GLOBAL TO FALSE.
           SET FIM-OK TO FALSE.
           IF RETOMADA-PONTO
               MOVE CKP-PARAMETROS(1:8) TO WS-DATA-CORRIDA
           ELSE
               ACCEPT WS-DATA-CORRIDA FROM DATE YYYYMMDD
           END-IF.

           SET ST-TAX-OK TO TRUE.
           OPEN INPUT TAXMAST.
           MOVE WS-TOTAL-DEPOIS TO WS-VALOR-ED3.
           DISPLAY '          TOTAL DEPOIS ' WS-VALOR-ED3
                   '; ESTOUROS DE CAMPO: ' WS-CONT-ESTOUROS.
           IF WS-CONT-LIMITE > ZEROS
               DISPLAY '          ' WS-CONT-LIMITE ' REGISTRO(S)'
                       ' ALEM DO LIMITE DE EXPOSICAO - IRAO PARA'
                       ' SUSPENSO.DAT.'
           END-IF.

           IF WS-CONT-ESTOUROS > ZEROS
               DISPLAY 'HA REGISTROS QUE ESTOURARIAM O CAMPO DE'
                           ON SIZE ERROR
                               SET HOUVE-ESTOURO TO TRUE
                       END-COMPUTE
                       PERFORM P0215-CONFERE-LIMITE THRU P0215-FIM
                       EVALUATE TRUE
                           WHEN HOUVE-ESTOURO
                               ADD 1 TO WS-CONT-ESTOUROS
                           WHEN LIMITE-EXCEDIDO
                               ADD 1 TO WS-CONT-LIMITE
                           WHEN OTHER
                               ADD 1 TO WS-CONT-PROJETADOS
                               ADD VALOR-DADOS TO WS-TOTAL-ANTES
                               ADD WS-VALOR-NOVO TO WS-TOTAL-DEPOIS
                       END-EVALUATE
                   END-IF
           END-READ.
       P0210-FIM.

       P0215-CONFERE-LIMITE.
      *    REAVALIACAO QUE LEVARIA O VALOR ALEM DO TETO (OU AQUEM DO
      *    PISO) DO LIMITE DE EXPOSICAO NAO E APLICADA.
           SET LIMITE-EXCEDIDO TO FALSE.
           IF HOUVE-ESTOURO
               GO TO P0215-FIM
           END-IF.

           MOVE COD-DADOS     TO WS-LIM-COD.
           MOVE DEPTO-DADOS   TO WS-LIM-DEPTO.
           MOVE WS-VALOR-NOVO TO WS-LIM-VALOR.
           COMPUTE WS-LIM-MOVIMENTO = WS-VALOR-NOVO - VALOR-DADOS.
           PERFORM 9575-VERIFICA-LIMITE THRU 9575-FIM.
       P0215-FIM.

       P0300-CONFIRMA.
      *    NO MODO BATCH A PROJECAO JA FOI EXIBIDA NO CONSOLE E A
      *    APLICACAO SEGUE SEM PERGUNTA - NAO HA QUEM RESPONDER.
               GO TO P0400-FIM
           END-IF.

           IF RETOMADA-PONTO
               PERFORM P0407-CONTINUA-CORRIDA THRU P0407-FIM
           ELSE
               SET ST-REL-OK TO TRUE
               OPEN OUTPUT RELATORIO
               IF ST-REL-OK
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING '***** RELATORIO DE VARIACAO DA'
                          ' REAVALIACAO *****'
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
               PERFORM P0405-INICIA-CORRIDA THRU P0405-FIM
           END-IF.

           PERFORM P0410-APLICA-REGISTRO THRU P0410-FIM
           SET FIM-OK TO FALSE.

           PERFORM P0420-BALANCEIA THRU P0420-FIM.

      *    FIM NORMAL FECHA A CORRIDA NO CONTROLE DE PONTOS.
           PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM.
       P0400-FIM.

       P0405-INICIA-CORRIDA.
           MOVE WS-OPERADOR     TO CKP-OPERADOR.
           MOVE SPACES          TO CKP-PARAMETROS CKP-ULTIMA-CHAVE.
           MOVE WS-DATA-CORRIDA TO CKP-PARAMETROS(1:8).
           MOVE ZEROS           TO CKP-POSICAO.
           INITIALIZE CKP-CONTADORES CKP-TOTAIS.
           PERFORM P0413-GUARDA-CONTADORES THRU P0413-FIM.
           PERFORM 9430-INICIA-PONTO THRU 9430-FIM.
       P0405-FIM.

       P0407-CONTINUA-CORRIDA.
      *    A VARREDURA RECOMECA DEPOIS DA ULTIMA CHAVE DO PONTO; O
      *    RELATORIO DE VARIACAO CONTINUA O DA CORRIDA ORIGINAL.
           IF CKP-POSICAO > ZEROS
               MOVE CKP-ULTIMA-CHAVE(1:7) TO COD-DADOS
               START DADOS1 KEY IS GREATER THAN COD-DADOS
                   INVALID KEY
                       SET FIM-OK TO TRUE
               END-START
           END-IF.

           SET ST-REL-OK TO TRUE.
           OPEN EXTEND RELATORIO.
           IF WS-ST-REL EQUAL 35
               OPEN OUTPUT RELATORIO
           END-IF.
           IF ST-REL-OK
               WRITE RG-RELATORIO FROM WS-CKP-LINHA
           END-IF.
       P0407-FIM.

       P0410-APLICA-REGISTRO.
           READ DADOS1 NEXT RECORD
               AT END
                           ON SIZE ERROR
                               SET HOUVE-ESTOURO TO TRUE
                       END-COMPUTE
                       PERFORM P0215-CONFERE-LIMITE THRU P0215-FIM
                       EVALUATE TRUE
                           WHEN HOUVE-ESTOURO
                               CONTINUE
                           WHEN LIMITE-EXCEDIDO
                               PERFORM P0440-PARQUEIA-SUSPENSO
                                  THRU P0440-FIM
                           WHEN OTHER
                               PERFORM P0415-REGRAVA THRU P0415-FIM
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-CONT-VARRIDOS
                   PERFORM P0412-PONTO-CONTROLE THRU P0412-FIM
           END-READ.
       P0410-FIM.

       P0412-PONTO-CONTROLE.
           IF NOT PONTO-CONTROLE-ATIVO
               GO TO P0412-FIM
           END-IF.

           ADD 1 TO CKP-DESDE-PONTO.
           IF CKP-DESDE-PONTO < CKP-INTERVALO
               GO TO P0412-FIM
           END-IF.

           MOVE WS-CONT-VARRIDOS TO CKP-POSICAO.
           MOVE COD-DADOS        TO CKP-ULTIMA-CHAVE.
           PERFORM P0413-GUARDA-CONTADORES THRU P0413-FIM.
           PERFORM 9440-MARCA-PONTO THRU 9440-FIM.
       P0412-FIM.

       P0413-GUARDA-CONTADORES.
           MOVE WS-CONT-LIDOS       TO CKP-CONTADOR(1).
           MOVE WS-CONT-PROJETADOS  TO CKP-CONTADOR(2).
           MOVE WS-CONT-APLICADOS   TO CKP-CONTADOR(3).
           MOVE WS-CONT-SUSPENSOS   TO CKP-CONTADOR(4).
           MOVE WS-CONT-LIMITE      TO CKP-CONTADOR(5).
           MOVE WS-CONT-ESTOUROS    TO CKP-CONTADOR(6).
           MOVE WS-TOTAL-ANTES      TO CKP-TOTAL(1).
           MOVE WS-TOTAL-DEPOIS     TO CKP-TOTAL(2).
           MOVE WS-TOTAL-APL-ANTES  TO CKP-TOTAL(3).
           MOVE WS-TOTAL-APL-DEPOIS TO CKP-TOTAL(4).
       P0413-FIM.

       P0415-REGRAVA.
      *    A IMAGEM-ANTES VAI PARA VERSOES.DAT ANTES DA REGRAVACAO,
      *    NA NUMERACAO DO ALTDADOS - E ELA QUE PERMITE AO BACKOUT
           MOVE WS-VALOR-NOVO TO WS-VALOR-ED2.
           COMPUTE WS-DELTA = WS-VALOR-NOVO - VALOR-DADOS.

           INITIALIZE CKP-JORNAL.
           SET CKP-ACAO-ALTERACAO TO TRUE.
           MOVE COD-DADOS       TO CKP-COD-DADOS.
           MOVE WS-IMAGEM-ANTES TO CKP-IMAGEM.
           PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM.

           MOVE WS-VALOR-NOVO TO VALOR-DADOS.
           REWRITE RG-DADOS
               INVALID KEY
           CLOSE DIARIO.
       P0430-FIM.

       P0440-PARQUEIA-SUSPENSO.
      *    O REGISTRO FICA COM O VALOR ATUAL; A REAVALIACAO RECUSADA
      *    VAI PARA A FILA CENTRAL DE SUSPENSOS (MOTIVO LM), SAI NO
      *    RELATORIO DE VARIACAO E LEVANTA UM ALERTA.
           MOVE VALOR-DADOS   TO WS-VALOR-ED.
           MOVE WS-VALOR-NOVO TO WS-VALOR-ED2.

           SET ST-SUSP-OK TO TRUE.
           OPEN I-O SUSPENSO.

           IF WS-ST-SUSP EQUAL 35 THEN
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.

           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP   TO SUSP-SEQ
               MOVE 'REVAL   '    TO SUSP-ORIGEM
               MOVE 'LM'          TO SUSP-MOTIVO
               MOVE SPACES        TO SUSP-REGISTRO
               STRING 'REAVALIACAO COD ' COD-DADOS
                      ' DE ' WS-VALOR-ED ' PARA ' WS-VALOR-ED2
                      DELIMITED BY SIZE INTO SUSP-REGISTRO
               INITIALIZE CKP-JORNAL
               SET CKP-ACAO-SUSPENSO TO TRUE
               MOVE COD-DADOS     TO CKP-COD-DADOS
               MOVE SUSP-CHAVE    TO CKP-IMAGEM
               PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM
               WRITE RG-SUSPENSO
                   INVALID KEY
                       DISPLAY 'ERRO AO PARQUEAR A REAVALIACAO NA'
                               ' FILA DE SUSPENSOS.'
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-SUSPENSOS
               END-WRITE
               CLOSE SUSPENSO
           ELSE
               DISPLAY 'FILA DE SUSPENSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SUSP
           END-IF.

           IF ST-REL-OK
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'COD ' COD-DADOS
                      ' ANTES ' WS-VALOR-ED
                      ' NAO REAVALIADO - LIMITE DE EXPOSICAO'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.

           MOVE 'M' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           STRING 'LIMITE EXCEDIDO COD ' COD-DADOS
                  ' REAVALIACAO'
                  DELIMITED BY SIZE INTO WS-ALER-MSG.
           PERFORM P0445-GRAVA-ALERTA THRU P0445-FIM.
       P0440-FIM.

       P0445-GRAVA-ALERTA.
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
               MOVE WS-ALER-SEV   TO ALER-SEVERIDADE
               MOVE 'REVAL   '    TO ALER-PROGRAMA
               MOVE WS-ALER-MSG   TO ALER-MENSAGEM
               SET ALER-PENDENTE TO TRUE
               WRITE RG-ALERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ALERTA.'
               END-WRITE
               CLOSE ALERTAS
           ELSE
               DISPLAY 'ARQUIVO DE ALERTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-ALER
           END-IF.
       P0445-FIM.

       P0450-ATUALIZA-CONTROLE.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O CTLSALDO.
           DISPLAY '***********************************************'.
           DISPLAY 'REGISTROS LIDOS.......: ' WS-CONT-LIDOS.
           DISPLAY 'REAVALIACOES APLICADAS: ' WS-CONT-APLICADOS.
           DISPLAY 'SUSPENSAS POR LIMITE..: ' WS-CONT-SUSPENSOS.
           IF RETOMADA-PONTO
               DISPLAY WS-CKP-LINHA
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'LIMITES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMITES-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY LIMITE.

       COPY CKPT.
