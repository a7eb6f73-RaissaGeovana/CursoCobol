      *          primeiro em modo simulacao (so relatorio, nada
      *          regravado), como o MASSUPD, para a mesa revisar
      *          antes da passada efetiva.
      *          A passada efetiva grava ponto de controle (CKPTSRV)
      *          a cada N registros e jornaliza a imagem anterior
      *          antes de cada regravacao; se cair no meio, a proxima
      *          corrida (ou a cadeia noturna) a retoma do ultimo
      *          ponto e o relatorio da data original continua com a
      *          linha da retomada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY CKPTSRV_WS.
       COPY CKPT_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** PADRONIZACAO DE NOMES DO CADASTRO *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

      *    PASSADA EFETIVA INTERROMPIDA TEM DE SER RETOMADA ANTES DE
      *    OUTRA - A NOVA REPADRONIZARIA O QUE JA PASSOU DO PONTO.
           MOVE 'NOMEPAD ' TO CKP-PROGRAMA.
           PERFORM 9420-CONSULTA-PONTO THRU 9420-FIM.
           IF PONTO-PENDENTE AND NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF RETOMADA-PONTO
               PERFORM P0140-RETOMA-CORRIDA THRU P0140-FIM
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'MODO <S>IMULACAO (SO RELATORIO) OU <E>FETIVO: '
           ACCEPT WS-MODO.
           IF NOT MODO-SIMULACAO AND NOT MODO-EFETIVO
               DISPLAY 'ERRO AO GRAVAR O RELATORIO ANTES/DEPOIS.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
           END-IF.

           IF MODO-EFETIVO
               MOVE WS-OPERADOR TO CKP-OPERADOR
               MOVE SPACES      TO CKP-PARAMETROS CKP-ULTIMA-CHAVE
               MOVE WS-HOJE     TO CKP-PARAMETROS(1:8)
               MOVE ZEROS       TO CKP-POSICAO
               INITIALIZE CKP-CONTADORES CKP-TOTAIS
               PERFORM 9430-INICIA-PONTO THRU 9430-FIM
           END-IF.
       P0100-FIM.

       P0140-RETOMA-CORRIDA.
      *    SO A PASSADA EFETIVA GRAVA PONTO. O QUE PASSOU DO ULTIMO
      *    PONTO E DESFEITO ANTES DE O DADOS1.DAT SER ABERTO; A
      *    VARREDURA RECOMECA DEPOIS DA ULTIMA CHAVE E O RELATORIO
      *    CONTINUA O DA DATA DA CORRIDA ORIGINAL.
           MOVE 'E' TO WS-MODO.
           IF CKP-PELA-CADEIA
               MOVE CKP-OPERADOR TO WS-OPERADOR
           ELSE
               DISPLAY 'IDENTIFICACAO DO OPERADOR: '
               ACCEPT WS-OPERADOR
           END-IF.

           PERFORM 9425-RETOMA-PONTO THRU 9425-FIM.
           IF NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           MOVE CKP-PARAMETROS(1:8) TO WS-HOJE.
           MOVE CKP-CONTADOR(1)     TO WS-CONT-LIDOS.
           MOVE CKP-CONTADOR(2)     TO WS-CONT-REESCRITOS.

           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET PONTO-CONTROLE-ATIVO TO FALSE
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           SET ST-REL-OK TO TRUE.
           OPEN EXTEND RELATORIO.
           IF WS-ST-REL EQUAL 35
               OPEN OUTPUT RELATORIO
           END-IF.
           IF ST-REL-OK
               SET REL-ABERTO TO TRUE
               WRITE RG-RELATORIO FROM WS-CKP-LINHA
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO ANTES/DEPOIS.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
           END-IF.

           IF CKP-POSICAO > ZEROS
               MOVE CKP-ULTIMA-CHAVE(1:7) TO COD-DADOS
               START DADOS1 KEY IS GREATER THAN COD-DADOS
                   INVALID KEY
                       SET FIM-OK TO TRUE
                       PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
               END-START
      *        O DADOS1.DAT SEGUE ABERTO MESMO SEM NADA DEPOIS DA
      *        ULTIMA CHAVE - O FECHAMENTO E O DO P0500.
               SET ST-OK TO TRUE
           END-IF.
       P0140-FIM.

       P0200-PROCESSA.
           READ DADOS1 NEXT RECORD
               AT END
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P0210-PADRONIZA THRU P0210-FIM
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

           MOVE WS-CONT-LIDOS      TO CKP-POSICAO.
           MOVE COD-DADOS          TO CKP-ULTIMA-CHAVE.
           MOVE WS-CONT-LIDOS      TO CKP-CONTADOR(1).
           MOVE WS-CONT-REESCRITOS TO CKP-CONTADOR(2).
           PERFORM 9440-MARCA-PONTO THRU 9440-FIM.
       P0205-FIM.

       P0210-PADRONIZA.
           MOVE NOM-DADOS TO WS-NOME-ORIG.
           INSPECT WS-NOME-ORIG CONVERTING
           IF MODO-EFETIVO
               MOVE RG-DADOS TO WS-DADOS
               PERFORM P0240-GRAVA-VERSAO THRU P0240-FIM
               INITIALIZE CKP-JORNAL
               SET CKP-ACAO-ALTERACAO TO TRUE
               MOVE COD-DADOS TO CKP-COD-DADOS
               MOVE RG-DADOS  TO CKP-IMAGEM
               PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM
               MOVE WS-NOME-PADRAO TO NOM-DADOS
               REWRITE RG-DADOS
                   INVALID KEY
       P0500-FINALIZA.
           IF ST-OK
               CLOSE DADOS1
               PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
           END-IF.
           IF REL-ABERTO
               MOVE SPACES TO WS-LINHA-REL
               DISPLAY 'SIMULACAO - RODE EM MODO EFETIVO PARA'
                       ' REESCREVER.'
           END-IF.
           IF RETOMADA-PONTO
               DISPLAY WS-CKP-LINHA
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

       9600-FIM.

       COPY PERFIL.

       COPY CKPT.
