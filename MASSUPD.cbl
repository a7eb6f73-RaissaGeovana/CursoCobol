      *          o BACKOUT poder estornar a corrida, regrava e
      *          jornaliza cada mudanca no DIARIO), sempre com o
      *          relatorio antes/depois por registro em MASSUPD.TXT.
      *          Codigo sob retencao legal (RETLEGAL.DAT) nao e
      *          alterado: sai no relatorio como retido e, em
      *          execucao, a recusa vai ao diario.
      *          Em execucao a corrida grava ponto de controle
      *          (CKPTSRV) a cada N registros e jornaliza a imagem
      *          anterior antes de cada regravacao; se cair no meio,
      *          a proxima corrida (ou a cadeia noturna) a retoma do
      *          ultimo ponto, sem registro alterado duas vezes nem
      *          pulado, e o relatorio mostra o ponto da retomada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_OPER.
       FD VERSOES.
       COPY FD_VERSAO.
       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY RETLEGAL_WS.
       COPY CKPTSRV_WS.
       COPY CKPT_WS.
       77  WS-ARQ-REGRAS-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
         88 MODO-EXECUCAO   VALUE 'E' 'e'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST-VERS         PIC 99.
         88 ST-VERS-OK        VALUE 0.
       77 WS-FIM-VERS        PIC X     VALUE 'N'.
       77 WS-CONT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ATINGIDOS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ALTERADOS PIC 9(07) VALUE ZEROS.
       77 WS-CONT-RETIDOS   PIC 9(07) VALUE ZEROS.
       77 WS-DEPTO-ANTES    PIC X(04) VALUE SPACES.
       77 WS-STATUS-ANTES   PIC X(01) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
               PERFORM P0200-VARRE THRU P0200-FIM
                       UNTIL FIM-OK
               CLOSE DADOS1
               PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** ATUALIZACAO EM MASSA (REGRAS) **********'.
           SET FIM-OK TO FALSE.

      *    CORRIDA INTERROMPIDA TEM DE SER RETOMADA ANTES DE OUTRA;
      *    A RETOMADA PEDIDA PELA CADEIA NOTURNA SEGUE COM O
      *    OPERADOR DA CORRIDA ORIGINAL.
           MOVE 'MASSUPD ' TO CKP-PROGRAMA.
           PERFORM 9420-CONSULTA-PONTO THRU 9420-FIM.
           IF PONTO-PENDENTE AND NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF RETOMADA-PONTO AND CKP-PELA-CADEIA
               MOVE CKP-OPERADOR TO WS-OPERADOR
           ELSE
               PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM
               IF NOT OPERADOR-VALIDO
                   SET FIM-OK TO TRUE
                   GO TO P0100-FIM
               END-IF
           END-IF.

           PERFORM P0120-CARREGA-REGRAS THRU P0120-FIM.
           IF WS-QTD-REGRAS EQUAL ZEROS
               DISPLAY 'NENHUMA REGRA CARREGADA DE REGRAS.TXT -'
               GO TO P0100-FIM
           END-IF.

           IF RETOMADA-PONTO
               PERFORM P0140-RETOMA-CORRIDA THRU P0140-FIM
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'MODO: <S>IMULACAO (SO IMPRIME) OU <E>XECUCAO'
                   ' (REGRAVA): '
           ACCEPT WS-MODO.
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               CLOSE RELATORIO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF MODO-EXECUCAO
               MOVE WS-OPERADOR TO CKP-OPERADOR
               MOVE SPACES      TO CKP-PARAMETROS CKP-ULTIMA-CHAVE
               MOVE ZEROS       TO CKP-POSICAO
               INITIALIZE CKP-CONTADORES CKP-TOTAIS
               PERFORM 9430-INICIA-PONTO THRU 9430-FIM
           END-IF.
       P0100-FIM.

       P0140-RETOMA-CORRIDA.
      *    SO A EXECUCAO GRAVA PONTO. O QUE PASSOU DO ULTIMO PONTO E
      *    DESFEITO ANTES DE O DADOS1.DAT SER ABERTO; A VARREDURA
      *    RECOMECA DEPOIS DA ULTIMA CHAVE E O RELATORIO CONTINUA O
      *    DA CORRIDA ORIGINAL.
           SET MODO-EXECUCAO TO TRUE.
           PERFORM 9425-RETOMA-PONTO THRU 9425-FIM.
           IF NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           MOVE CKP-CONTADOR(1) TO WS-CONT-LIDOS.
           MOVE CKP-CONTADOR(2) TO WS-CONT-ATINGIDOS.
           MOVE CKP-CONTADOR(3) TO WS-CONT-ALTERADOS.
           MOVE CKP-CONTADOR(4) TO WS-CONT-RETIDOS.

           SET ST-REL-OK TO TRUE.
           OPEN EXTEND RELATORIO.
           IF WS-ST-REL EQUAL 35
               OPEN OUTPUT RELATORIO
           END-IF.
           IF ST-REL-OK
               WRITE RG-RELATORIO FROM WS-CKP-LINHA
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           IF CKP-POSICAO > ZEROS
               MOVE CKP-ULTIMA-CHAVE(1:7) TO COD-DADOS
               START DADOS1 KEY IS GREATER THAN COD-DADOS
                   INVALID KEY
                       SET FIM-OK TO TRUE
                       CLOSE DADOS1
                       PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
               END-START
           END-IF.
       P0140-FIM.

       P0110-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO WS-OPERADOR WS-OPER-SENHA.
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
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P0210-APLICA-REGRAS THRU P0210-FIM
                   PERFORM P0205-PONTO-CONTROLE THRU P0205-FIM
           END-READ.
       P0200-FIM.

       P0205-PONTO-CONTROLE.
           IF NOT PONTO-CONTROLE-ATIVO
               GO TO P0205-FIM
           END-IF.

           ADD 1 TO CKP-DESDE-PONTO.
           IF CKP-DESDE-PONTO < CKP-INTERVALO
               GO TO P0205-FIM
           END-IF.

           MOVE WS-CONT-LIDOS     TO CKP-POSICAO.
           MOVE COD-DADOS         TO CKP-ULTIMA-CHAVE.
           MOVE WS-CONT-LIDOS     TO CKP-CONTADOR(1).
           MOVE WS-CONT-ATINGIDOS TO CKP-CONTADOR(2).
           MOVE WS-CONT-ALTERADOS TO CKP-CONTADOR(3).
           MOVE WS-CONT-RETIDOS   TO CKP-CONTADOR(4).
           PERFORM 9440-MARCA-PONTO THRU 9440-FIM.
       P0205-FIM.

       P0210-APLICA-REGRAS.
      *    A PRIMEIRA REGRA QUE CASAR COM O REGISTRO E A APLICADA.
           MOVE 1 TO WS-IDX-REGRA.
               GO TO P0230-FIM
           END-IF.

      *    REGISTRO SOB RETENCAO LEGAL FICA COMO ESTA: A IMAGEM LIDA
      *    E RESTAURADA E A RECUSA SAI NO RELATORIO E NO DIARIO.
           MOVE COD-DADOS TO WS-RETL-COD.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           IF CODIGO-RETIDO
               MOVE WS-IMAGEM-ANTES TO RG-DADOS
               ADD 1 TO WS-CONT-RETIDOS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'COD ' COD-DADOS
                      ' REGRA ' WS-IDX-REGRA
                      ' RETIDO - RETENCAO LEGAL DESDE ' WS-RETL-DATA
                      ': ' WS-RETL-MOTIVO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               IF MODO-EXECUCAO
                   PERFORM P0305-GRAVA-DIARIO-RETENCAO THRU P0305-FIM
               END-IF
               GO TO P0230-FIM
           END-IF.

           MOVE VALOR-DADOS TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'COD ' COD-DADOS
      *        REGRAVACAO, NA NUMERACAO DO ALTDADOS - E ELA QUE
      *        PERMITE AO BACKOUT ESTORNAR UMA CORRIDA ERRADA.
               PERFORM P0310-GRAVA-VERSAO THRU P0310-FIM
               INITIALIZE CKP-JORNAL
               SET CKP-ACAO-ALTERACAO TO TRUE
               MOVE COD-DADOS       TO CKP-COD-DADOS
               MOVE WS-IMAGEM-ANTES TO CKP-IMAGEM
               PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM
               REWRITE RG-DADOS
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O CODIGO ' COD-DADOS
           CLOSE DIARIO.
       P0300-FIM.

       P0305-GRAVA-DIARIO-RETENCAO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'MASSUPD'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-REJEICAO TO TRUE
               MOVE COD-DADOS       TO DIARIO-COD-DADOS
               MOVE 'RETENCAO LEGAL' TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0305-FIM.

       P0500-FINALIZA.
           IF ST-REL-OK
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'LIDOS: ' WS-CONT-LIDOS
                      '  ATINGIDOS: ' WS-CONT-ATINGIDOS
                      '  ALTERADOS: ' WS-CONT-ALTERADOS
                      '  RETIDOS: ' WS-CONT-RETIDOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               CLOSE RELATORIO
           ELSE
               DISPLAY 'ALTERACOES SIMULADAS..: ' WS-CONT-ALTERADOS
           END-IF.
           DISPLAY 'RETIDOS (RET. LEGAL)..: ' WS-CONT-RETIDOS.
           IF RETOMADA-PONTO
               DISPLAY WS-CKP-LINHA
           END-IF.
           DISPLAY 'RELATORIO EM MASSUPD.TXT.'.
           DISPLAY '***********************************************'.
       P0500-FIM.
           MOVE 'VERSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VERSOES-DAT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY RETLEGAL.

       COPY CKPT.
