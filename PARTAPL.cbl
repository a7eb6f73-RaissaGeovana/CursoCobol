      *          motivo, cabecalho/trailer com quantidade e soma de
      *          valor), numerada em APLSEQ.NN e registrada em
      *          ACKCTL.NN para os dois lados conciliarem.
      *          A aplicacao grava ponto de controle (CKPTSRV) a cada
      *          N registros e jornaliza cada inclusao, alteracao e
      *          suspenso; se cair no meio, a proxima corrida (ou a
      *          cadeia noturna) a retoma do ultimo ponto com o mesmo
      *          parceiro e a mesma transmissao, e os rejeitados e a
      *          confirmacao voltam ao tamanho do ponto antes de
      *          continuar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACTL.

              SELECT PARTTMP ASSIGN TO WS-ARQ-PARTTMP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-TMP.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
           02  ACTL-HASH-VALOR      PIC S9(13)V99
                                    SIGN LEADING SEPARATE.

       FD PARTTMP.
      *    AREA DE TRABALHO DA RETOMADA - COPIA DOS REJEITADOS E DA
      *    CONFIRMACAO ATE O PONTO DE CONTROLE.
       01  RG-PARTTMP          PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY DIGVER_WS.
       COPY PROXCOD_WS.
       COPY PARC_WS.
       COPY CKPTSRV_WS.
       COPY CKPT_WS.
       77  WS-ARQ-PARTTMP         PIC X(60) VALUE SPACES.
       77 WS-ST-TMP          PIC 99.
         88 ST-TMP-OK         VALUE 0.
       77 WS-CONT-SALTADOS   PIC 9(09) VALUE ZEROS.
       77 WS-APARA-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-APARA-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-FIM-APARA       PIC X     VALUE 'N'.
         88 FIM-APARA                  VALUE 'S' FALSE 'N'.
       77  WS-ARQ-PARCEIRO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-APLACK-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-APLSEQ-DAT      PIC X(60) VALUE SPACES.
         88 ST-DEPTO-OK       VALUE 0.
       77 WS-ST-REJ          PIC 99.
         88 ST-REJ-OK         VALUE 0.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-ST-SUSP          PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
      *    APLICACAO INTERROMPIDA TEM DE SER RETOMADA ANTES DE OUTRA,
      *    DE QUALQUER PARCEIRO.
           MOVE 'PARTAPL ' TO CKP-PROGRAMA.
           PERFORM 9420-CONSULTA-PONTO THRU 9420-FIM.
           IF PONTO-PENDENTE AND NOT RETOMADA-PONTO
               DISPLAY 'APLICACAO ABANDONADA - CORRIDA INTERROMPIDA'
                       ' PENDENTE.'
               GOBACK
           END-IF.
           PERFORM P0090-ESCOLHE-PARCEIRO THRU P0090-FIM.
           IF NOT PARC-ESCOLHIDO-OK
               DISPLAY 'APLICACAO ABANDONADA - PARCEIRO NAO'
                       ' SELECIONADO.'
               GOBACK
           END-IF.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-APLICA   THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0090-ESCOLHE-PARCEIRO.
      *    CADA PARCEIRO TEM SEUS PROPRIOS ARQUIVOS DE ENTRADA,
      *    DE-PARA E REJEITADOS, SUFIXADOS PELO CODIGO DO PARCEIRO;
      *    O NOME DA ENTRADA PODE VIR DO MESTRE (PARC-ARQ-ENTRADA)
      *    QUANDO O LAYOUT DO PARCEIRO EXIGIR. NA RETOMADA VALEM O
      *    PARCEIRO E A ENTRADA GUARDADOS NO PONTO DE CONTROLE.
           IF RETOMADA-PONTO
               MOVE CKP-PARAMETROS(1:2)  TO WS-PARC-ESCOLHIDO
               MOVE CKP-PARAMETROS(3:12) TO WS-PARC-ARQ-ENTRADA
               SET PARC-ESCOLHIDO-OK TO TRUE
           ELSE
               PERFORM 9500-ACEITA-PARCEIRO THRU 9500-FIM
           END-IF.

           IF NOT PARC-ESCOLHIDO-OK
               GO TO P0090-FIM
           DISPLAY 'PARCEIRO SELECIONADO: ' WS-PARC-ESCOLHIDO.
           SET FIM-OK TO FALSE.

           IF RETOMADA-PONTO
               PERFORM P0140-RETOMA-CORRIDA THRU P0140-FIM
               GO TO P0100-FIM
           END-IF.

           SET ST-IN-OK TO TRUE.
           OPEN INPUT PARTIN.
           IF NOT ST-IN-OK
           IF NOT FIM-OK
               PERFORM P0130-ABRE-CONFIRMACAO THRU P0130-FIM
               SET APLICACAO-EM-CURSO TO TRUE
               PERFORM P0135-INICIA-PONTO THRU P0135-FIM
           END-IF.
       P0100-FIM.

       P0124-MONTA-ASSINATURA.
           MOVE WS-HASH-APURADO TO WS-HASH-TXT.
           MOVE SPACES TO WS-HASH-CHAVE.
           STRING WS-QTD-APURADA WS-HASH-TXT WS-SOMA-CODIGOS
                  DELIMITED BY SIZE INTO WS-HASH-CHAVE.
       P0124-FIM.

       P0125-VERIFICA-REAPLICACAO.
      *    GUARDA DE IDEMPOTENCIA: A ASSINATURA DE CONTEUDO DO
      *    ARQUIVO (QUANTIDADE, SOMA DE VALOR E SOMA DE CODIGOS) JA
           SET APLICACAO-LIBERADA TO FALSE.
           MOVE SPACES TO WS-SUPERVISOR.

           PERFORM P0124-MONTA-ASSINATURA THRU P0124-FIM.

           SET ST-HIS-OK TO TRUE.
           OPEN I-O APLHIS.
                       INVALID KEY
                           DISPLAY 'SUPERVISOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-SUP-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO AND NIVEL-SUPERVISOR
                              AND OPER-SENHA = WS-SNH-HASH
                               MOVE OPER-ID TO WS-SUPERVISOR
                               SET APLICACAO-LIBERADA TO TRUE
                           ELSE
           WRITE RG-ACKSAIDA-CTL.
       P0130-FIM.

       P0135-INICIA-PONTO.
      *    O PONTO GUARDA PARCEIRO, ENTRADA, TRANSMISSAO E LIBERACAO
      *    PARA A RETOMADA, E A QUANTIDADE E A SOMA DE VALOR DA
      *    ENTRADA PARA CONFERIR QUE ELA NAO MUDOU.
           MOVE 'BATCH'             TO CKP-OPERADOR.
           MOVE SPACES              TO CKP-PARAMETROS CKP-ULTIMA-CHAVE.
           MOVE WS-PARC-ESCOLHIDO   TO CKP-PARAMETROS(1:2).
           MOVE WS-PARC-ARQ-ENTRADA TO CKP-PARAMETROS(3:12).
           MOVE WS-ACK-TRANSMISSAO  TO CKP-PARAMETROS(15:5).
           MOVE WS-ACK-DATA         TO CKP-PARAMETROS(20:8).
           MOVE WS-SUPERVISOR       TO CKP-PARAMETROS(28:8).
           MOVE ZEROS               TO CKP-POSICAO.
           INITIALIZE CKP-CONTADORES CKP-TOTAIS.
           MOVE WS-QTD-APURADA      TO CKP-CONTADOR(6).
           MOVE WS-HASH-APURADO     TO CKP-TOTAL(2).
           PERFORM 9430-INICIA-PONTO THRU 9430-FIM.
       P0135-FIM.

       P0140-RETOMA-CORRIDA.
      *    A ENTRADA TEM DE SER A DA CORRIDA INTERROMPIDA - CONFERIDA
      *    PELA QUANTIDADE E SOMA DE VALOR ANTES DE QUALQUER
      *    DESFAZIMENTO. A GUARDA DE REAPLICACAO NAO SE APLICA (A
      *    ASSINATURA SO ENTRA NO HISTORICO NO FIM DA APLICACAO) E A
      *    LIBERACAO DE SUPERVISOR, SE HOUVE, SEGUE VALENDO.
           SET ST-IN-OK TO TRUE.
           OPEN INPUT PARTIN.
           IF NOT ST-IN-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO PARTIN.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-IN
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           PERFORM P0120-VALIDA-CONTROLE THRU P0120-FIM.
           CLOSE PARTIN.
           IF NOT ARQUIVO-VALIDO
              OR WS-QTD-APURADA  NOT EQUAL CKP-CONTADOR(6)
              OR WS-HASH-APURADO NOT EQUAL CKP-TOTAL(2)
               DISPLAY 'PARTIN.TXT NAO E O DA CORRIDA INTERROMPIDA -'
                       ' A CORRIDA SEGUE PENDENTE.'
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           PERFORM P0124-MONTA-ASSINATURA THRU P0124-FIM.
           SET APLICACAO-LIBERADA TO TRUE.
           MOVE CKP-PARAMETROS(28:8) TO WS-SUPERVISOR.

           PERFORM 9425-RETOMA-PONTO THRU 9425-FIM.
           IF NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           MOVE CKP-PARAMETROS(15:5) TO WS-ACK-TRANSMISSAO.
           MOVE CKP-PARAMETROS(20:8) TO WS-ACK-DATA.
           MOVE CKP-CONTADOR(1)      TO WS-CONT-LIDOS.
           MOVE CKP-CONTADOR(2)      TO WS-CONT-INCLUIDOS.
           MOVE CKP-CONTADOR(3)      TO WS-CONT-ALTERADOS.
           MOVE CKP-CONTADOR(4)      TO WS-CONT-REJEITADOS.
           MOVE CKP-CONTADOR(5)      TO WS-ACK-QTD.
           MOVE CKP-TOTAL(1)         TO WS-ACK-HASH.

           SET ST-OK TO TRUE.
           OPEN I-O DADOS1.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET PONTO-CONTROLE-ATIVO TO FALSE
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.

           PERFORM P0150-APARA-REJEITADOS THRU P0150-FIM.
           IF NOT ST-REJ-OK
               CLOSE DADOS1
               SET PONTO-CONTROLE-ATIVO TO FALSE
               SET FIM-OK TO TRUE
               GO TO P0140-FIM
           END-IF.
           PERFORM P0155-APARA-CONFIRMACAO THRU P0155-FIM.

           SET ST-XREF-OK TO TRUE.
           OPEN INPUT XREFPART.
           IF ST-XREF-OK
               SET XREF-ABERTO TO TRUE
           ELSE
               DISPLAY 'TABELA DE-PARA XREFPART.DAT INDISPONIVEL -'
                       ' IDENTIFICADORES DO PARCEIRO NAO SERAO'
                       ' TRADUZIDOS.'
           END-IF.

           OPEN INPUT PARTIN.
           MOVE ZEROS TO WS-CONT-SALTADOS.
           PERFORM P0145-SALTA-APLICADO THRU P0145-FIM
                   UNTIL WS-CONT-SALTADOS NOT LESS THAN CKP-POSICAO
                      OR FIM-OK.

           SET APLICACAO-EM-CURSO TO TRUE.
       P0140-FIM.

       P0145-SALTA-APLICADO.
           READ PARTIN
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF RG-PARTIN(1:2) NOT EQUAL 'HD'
                      AND RG-PARTIN(1:2) NOT EQUAL 'TR'
                       ADD 1 TO WS-CONT-SALTADOS
                   END-IF
           END-READ.
       P0145-FIM.

       P0150-APARA-REJEITADOS.
      *    OS REJEITADOS DEPOIS DO PONTO SAO GRAVADOS DE NOVO NA
      *    RETOMADA: O ARQUIVO VOLTA AO TAMANHO DO PONTO (COPIA PELO
      *    PARTAPL.TMP) E FICA ABERTO PARA A CORRIDA CONTINUAR.
           MOVE CKP-CONTADOR(4) TO WS-APARA-QTD.
           MOVE ZEROS TO WS-APARA-LIDOS.
           SET ST-TMP-OK TO TRUE.
           OPEN OUTPUT PARTTMP.
           IF NOT ST-TMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO PARTAPL.TMP.'
               DISPLAY 'FILE STATUS: ' WS-ST-TMP
               MOVE WS-ST-TMP TO WS-ST-REJ
               GO TO P0150-FIM
           END-IF.

           SET ST-REJ-OK TO TRUE.
           OPEN INPUT PARTREJ.
           IF ST-REJ-OK
               SET FIM-APARA TO FALSE
               PERFORM P0151-COPIA-REJEITADO THRU P0151-FIM
                       UNTIL FIM-APARA
                          OR WS-APARA-LIDOS NOT LESS THAN WS-APARA-QTD
               CLOSE PARTREJ
           END-IF.
           CLOSE PARTTMP.

           SET ST-REJ-OK TO TRUE.
           OPEN OUTPUT PARTREJ.
           IF NOT ST-REJ-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO PARTREJ.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-REJ
               GO TO P0150-FIM
           END-IF.

           OPEN INPUT PARTTMP.
           SET FIM-APARA TO FALSE.
           PERFORM P0152-DEVOLVE-REJEITADO THRU P0152-FIM
                   UNTIL FIM-APARA.
           CLOSE PARTTMP.
       P0150-FIM.

       P0151-COPIA-REJEITADO.
           READ PARTREJ
               AT END
                   SET FIM-APARA TO TRUE
               NOT AT END
                   MOVE RG-PARTREJ TO RG-PARTTMP
                   WRITE RG-PARTTMP
                   ADD 1 TO WS-APARA-LIDOS
           END-READ.
       P0151-FIM.

       P0152-DEVOLVE-REJEITADO.
           READ PARTTMP
               AT END
                   SET FIM-APARA TO TRUE
               NOT AT END
                   MOVE RG-PARTTMP TO RG-PARTREJ
                   WRITE RG-PARTREJ
           END-READ.
       P0152-FIM.

       P0155-APARA-CONFIRMACAO.
      *    A CONFIRMACAO VOLTA AO CABECALHO MAIS AS LINHAS ATE O
      *    PONTO, NA MESMA TRANSMISSAO; SEM A CONFIRMACAO ORIGINAL
      *    ELA RECOMECA PELO CABECALHO.
           COMPUTE WS-APARA-QTD = CKP-CONTADOR(5) + 1.
           MOVE ZEROS TO WS-APARA-LIDOS.
           SET ST-TMP-OK TO TRUE.
           OPEN OUTPUT PARTTMP.
           IF NOT ST-TMP-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO PARTAPL.TMP - A'
                       ' APLICACAO SEGUE SEM A CONFIRMACAO.'
               GO TO P0155-FIM
           END-IF.

           SET ST-ACK-OK TO TRUE.
           OPEN INPUT ACKSAIDA.
           IF ST-ACK-OK
               SET FIM-APARA TO FALSE
               PERFORM P0156-COPIA-CONFIRMACAO THRU P0156-FIM
                       UNTIL FIM-APARA
                          OR WS-APARA-LIDOS NOT LESS THAN WS-APARA-QTD
               CLOSE ACKSAIDA
           END-IF.
           CLOSE PARTTMP.

           SET ST-ACK-OK TO TRUE.
           OPEN OUTPUT ACKSAIDA.
           IF NOT ST-ACK-OK
               DISPLAY 'ERRO AO CRIAR A CONFIRMACAO AO PARCEIRO -'
                       ' A APLICACAO SEGUE SEM ELA.'
               DISPLAY 'FILE STATUS: ' WS-ST-ACK
               GO TO P0155-FIM
           END-IF.
           SET ACK-ABERTO TO TRUE.

           OPEN INPUT PARTTMP.
           MOVE ZEROS TO WS-APARA-LIDOS.
           SET FIM-APARA TO FALSE.
           PERFORM P0157-DEVOLVE-CONFIRMACAO THRU P0157-FIM
                   UNTIL FIM-APARA.
           CLOSE PARTTMP.

           IF WS-APARA-LIDOS EQUAL ZEROS
               MOVE SPACES          TO RG-ACKSAIDA-CTL
               MOVE 'HD'            TO AKC-TIPO
               MOVE WS-ACK-DATA     TO AKC-DATA
               MOVE ZEROS           TO AKC-QUANTIDADE AKC-HASH-VALOR
               MOVE WS-ACK-TRANSMISSAO TO AKC-TRANSMISSAO
               WRITE RG-ACKSAIDA-CTL
               MOVE ZEROS TO WS-ACK-QTD WS-ACK-HASH
           END-IF.
       P0155-FIM.

       P0156-COPIA-CONFIRMACAO.
           READ ACKSAIDA
               AT END
                   SET FIM-APARA TO TRUE
               NOT AT END
                   MOVE RG-ACKSAIDA-CTL TO RG-PARTTMP
                   WRITE RG-PARTTMP
                   ADD 1 TO WS-APARA-LIDOS
           END-READ.
       P0156-FIM.

       P0157-DEVOLVE-CONFIRMACAO.
           READ PARTTMP
               AT END
                   SET FIM-APARA TO TRUE
               NOT AT END
                   ADD 1 TO WS-APARA-LIDOS
                   IF WS-APARA-LIDOS EQUAL 1
                       MOVE RG-PARTTMP TO RG-ACKSAIDA-CTL
                       WRITE RG-ACKSAIDA-CTL
                   ELSE
                       MOVE RG-PARTTMP TO RG-ACKSAIDA
                       WRITE RG-ACKSAIDA
                   END-IF
           END-READ.
       P0157-FIM.

       P0120-VALIDA-CONTROLE.
      *    PASSADA PREVIA DE BALANCEAMENTO: CABECALHO HD, TRAILER TR
      *    E TRAILER BATENDO COM QUANTIDADE E SOMA DE VALOR LIDAS.
                       ELSE
                           PERFORM P0240-REJEITA-REGISTRO THRU P0240-FIM
                       END-IF
                       PERFORM P0205-PONTO-CONTROLE THRU P0205-FIM
                   END-IF
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
           MOVE WS-COD-APLICAR     TO CKP-ULTIMA-CHAVE.
           MOVE WS-CONT-LIDOS      TO CKP-CONTADOR(1).
           MOVE WS-CONT-INCLUIDOS  TO CKP-CONTADOR(2).
           MOVE WS-CONT-ALTERADOS  TO CKP-CONTADOR(3).
           MOVE WS-CONT-REJEITADOS TO CKP-CONTADOR(4).
           MOVE WS-ACK-QTD         TO CKP-CONTADOR(5).
           MOVE WS-QTD-APURADA     TO CKP-CONTADOR(6).
           MOVE WS-ACK-HASH        TO CKP-TOTAL(1).
           MOVE WS-HASH-APURADO    TO CKP-TOTAL(2).
           PERFORM 9440-MARCA-PONTO THRU 9440-FIM.
       P0205-FIM.

       P0210-VALIDA-REGISTRO.
           MOVE SPACES TO WS-MOTIVO.

           MOVE PARTIN-DATA(5:2) TO DATA-DADOS-MM.
           MOVE PARTIN-DATA(7:2) TO DATA-DADOS-DD.

           INITIALIZE CKP-JORNAL.
           SET CKP-ACAO-INCLUSAO TO TRUE.
           MOVE WS-COD-APLICAR TO CKP-COD-DADOS.
           MOVE RG-DADOS       TO CKP-IMAGEM.
           PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM.

           WRITE RG-DADOS
               INVALID KEY
                   MOVE '09' TO WS-MOTIVO
       P0232-FIM.

       P0234-ALTERA-REGISTRO.
           INITIALIZE CKP-JORNAL.
           SET CKP-ACAO-ALTERACAO TO TRUE.
           MOVE WS-COD-APLICAR TO CKP-COD-DADOS.
           MOVE RG-DADOS       TO CKP-IMAGEM.
           PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM.

           MOVE PARTIN-NOME      TO NOM-DADOS.
           MOVE PARTIN-DEPTO     TO DEPTO-DADOS.
           MOVE PARTIN-STATUS    TO STATUS-DADOS.

           IF ST-SUSP-OK THEN
               ACCEPT SUSP-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO SUSP-HORA
               ADD 1 TO WS-SEQ-SUSP
               MOVE WS-SEQ-SUSP     TO SUSP-SEQ
               MOVE 'PARTAPL ' TO SUSP-ORIGEM
               MOVE WS-MOTIVO-SUSP  TO SUSP-MOTIVO
               MOVE WS-REGISTRO-SUSP TO SUSP-REGISTRO
               INITIALIZE CKP-JORNAL
               SET CKP-ACAO-SUSPENSO TO TRUE
               MOVE WS-COD-APLICAR TO CKP-COD-DADOS
               MOVE SUSP-CHAVE     TO CKP-IMAGEM
               PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM
               WRITE RG-SUSPENSO
                   INVALID KEY
                       DISPLAY 'ERRO AO PARQUEAR O REJEITADO NA'
           END-IF.
           IF APLICACAO-EM-CURSO
               PERFORM P0530-REGISTRA-APLICACAO THRU P0530-FIM
               PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'REGISTROS LIDOS.......: ' WS-CONT-LIDOS.
           DISPLAY 'REGISTROS INCLUIDOS...: ' WS-CONT-INCLUIDOS.
           DISPLAY 'REGISTROS ALTERADOS...: ' WS-CONT-ALTERADOS.
           DISPLAY 'REGISTROS REJEITADOS..: ' WS-CONT-REJEITADOS.
           IF RETOMADA-PONTO
               DISPLAY WS-CKP-LINHA
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'PARTAPL.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTTMP.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY PARC.

       COPY CKPT.
