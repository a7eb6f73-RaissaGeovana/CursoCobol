      *          guarda o movimento em MOVHIST.TXT, jornaliza no
      *          DIARIO, ajusta o controle de saldos e imprime o
      *          registro de lancamentos (aceitos/rejeitados com
      *          totais) em LANCREG.TXT. Lancamento que levaria o
      *          valor alem do limite de exposicao (LIMITES.DAT) nao
      *          e aplicado: vai para a fila de suspensos com o
      *          motivo LM e levanta um alerta. Lancamento de valor
      *          acima do limite de LIMLANC.TXT nao e aplicado: vai
      *          para a fila PENDLCT.DAT e so movimenta quando outro
      *          operador o aprova pelo APRLCT; os rejeitados pelo
      *          revisor voltam ao operador que os submeteu no inicio
      *          da sua proxima corrida, listados no registro.
      *          Todo movimento recebe uma referencia unica (MOVREF),
      *          impressa no registro, pela qual o ESTORNO o desfaz.
      *          Lancamento com data efetiva posterior a data da
      *          corrida nao e aplicado: vai para o armazem
      *          LCTFUT.DAT e volta ao LANCTOS.TXT pela etapa LCTFLIB
      *          da cadeia noturna no seu dia util efetivo.
      *          A corrida grava ponto de controle (CKPTSRV) a cada N
      *          lancamentos e jornaliza antes de cada gravacao; se
      *          cair no meio, a proxima corrida (ou a cadeia
      *          noturna) a retoma do ultimo ponto, sem lancamento
      *          aplicado duas vezes nem pulado, e o registro mostra
      *          o ponto da retomada.
      *          Movimento de motivo genuino (fora dos motivos de
      *          cobranca do sistema de DORMCFG.TXT) em codigo
      *          dormente reativa na hora o indicador de
      *          DORMENC.DAT, com aviso no registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-BLOQ.

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

              SELECT PENDLCT ASSIGN TO WS-ARQ-PENDLCT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PLCT-CHAVE
              FILE STATUS IS WS-ST-PLCT.

              SELECT LIMLANC ASSIGN TO WS-ARQ-LIMLANC-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LLANC.

              SELECT LCTFUT ASSIGN TO WS-ARQ-LCTFUT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LFUT-CHAVE
              FILE STATUS IS WS-ST-LFUT.

              SELECT MOVREF ASSIGN TO WS-ARQ-MOVREF-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MREF-SERIE
              FILE STATUS IS WS-ST-MREF.

              SELECT DORMENCIA ASSIGN TO WS-ARQ-DORMENCIA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DORM-COD-DADOS
              FILE STATUS IS WS-ST-DRM.

              SELECT DORMCFG ASSIGN TO WS-ARQ-DORMCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DCF.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_FECHMES.

       FD MOVHIST.
      *    CADA MOVIMENTO LEVA A REFERENCIA UNICA DA SERIE MOVREF; O
      *    ESTORNO LEVA TAMBEM A REFERENCIA DO MOVIMENTO ESTORNADO.
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DIARIO.
       COPY FD_DIARIO.
       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD LIMITES.
       COPY FD_LIMITE.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD PENDLCT.
       COPY FD_PENDLCT.

       FD LIMLANC.
      *    LIMITE DE VALOR PARA DUPLA APROVACAO DO LANCAMENTO, COM
      *    DUAS DECIMAIS IMPLICITAS (EX: 000500000 = 5.000,00).
       01  RG-LIMLANC          PIC 9(07)V99.

       FD LCTFUT.
       COPY FD_LCTFUT.

       FD MOVREF.
       COPY FD_MOVREF.

       FD DORMENCIA.
       COPY FD_DORMENCIA.

       FD DORMCFG.
       01  RG-DORMCFG          PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY LIMITE_WS.
       COPY MOVREF_WS.
       COPY DIGVER_WS.
       COPY BLOQBAT_WS.
       COPY CKPTSRV_WS.
       COPY CKPT_WS.
       COPY DORMENCIA_WS.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCREG-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMITES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVREF-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDLCT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMLANC-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LCTFUT-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMENCIA-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMCFG-TXT     PIC X(60) VALUE SPACES.
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
       77 WS-ST-PLCT        PIC 99.
         88 ST-PLCT-OK      VALUE 0.
       77 WS-ST-LLANC       PIC 99.
         88 ST-LLANC-OK     VALUE 0.
       77 WS-ST-LFUT        PIC 99.
         88 ST-LFUT-OK      VALUE 0.
       77 WS-SEQ-FUT        PIC 9(03) VALUE ZEROS.
       77 WS-CONT-AGENDADOS PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-AGENDADO PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-LANCTO  PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77 WS-A-APROVAR      PIC X     VALUE 'N'.
         88 LANCTO-A-APROVAR VALUE 'S' FALSE 'N'.
       77 WS-SEQ-PEND       PIC 9(03) VALUE ZEROS.
       77 WS-CONT-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-PENDENTE PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-FIM-PEND       PIC X     VALUE 'N'.
         88 FIM-PEND-OK     VALUE 'S' FALSE 'N'.
       77 WS-SEQ-SUSP       PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-ALERTA     PIC 9(03) VALUE ZEROS.
       77 WS-ALER-SEV       PIC X(01) VALUE SPACES.
       77 WS-ALER-MSG       PIC X(40) VALUE SPACES.
       77 WS-CONT-SUSPENSOS PIC 9(07) VALUE ZEROS.
       77 WS-AGORA          PIC 9(08) VALUE ZEROS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-CTL-NOME-ARQ     PIC X(12) VALUE SPACES.
       77 WS-CTL-DELTA-QTD    PIC S9(01) VALUE ZEROS.
       77 WS-CTL-DELTA-VALOR  PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WS-CONT-SALTADOS    PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** LANCAMENTOS DE AJUSTE DE VALOR *********'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

      *    CORRIDA INTERROMPIDA TEM DE SER RETOMADA ANTES DE OUTRA;
      *    A RETOMADA PEDIDA PELA CADEIA NOTURNA SEGUE COM O
      *    OPERADOR DA CORRIDA ORIGINAL, SEM JANELA NEM SENHA.
           MOVE 'LANCTOS ' TO CKP-PROGRAMA.
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
               PERFORM P0115-VERIFICA-JANELA THRU P0115-FIM
               IF NOT BLOQUEIO-LIBERADO
                   SET FIM-OK TO TRUE
                   GO TO P0100-FIM
               END-IF
           END-IF.

           SET ST-LCT-OK TO TRUE.
               GO TO P0100-FIM
           END-IF.

           PERFORM P0120-CARREGA-LIMITE THRU P0120-FIM.
           PERFORM 9370-CARREGA-DORMCFG THRU 9370-FIM.

           IF RETOMADA-PONTO
               PERFORM P0140-RETOMA-CORRIDA THRU P0140-FIM
               GO TO P0100-FIM
           END-IF.

           SET ST-REG-OK TO TRUE.
           OPEN OUTPUT REGISTRO.
           IF ST-REG-OK
                      DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
               WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
           END-IF.

           PERFORM P0130-DEVOLVE-REJEITADOS THRU P0130-FIM.

           MOVE WS-OPERADOR TO CKP-OPERADOR.
           MOVE SPACES      TO CKP-PARAMETROS CKP-ULTIMA-CHAVE.
           MOVE WS-HOJE     TO CKP-PARAMETROS(1:8).
           MOVE ZEROS       TO CKP-POSICAO.
           INITIALIZE CKP-CONTADORES CKP-TOTAIS.
           MOVE WS-CONT-DEVOLVIDOS TO CKP-CONTADOR(7).
           PERFORM 9430-INICIA-PONTO THRU 9430-FIM.
       P0100-FIM.

       P0110-IDENTIFICA-OPERADOR.
                       INVALID KEY
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET OPERADOR-VALIDO TO TRUE
                               MOVE OPER-NIVEL TO WS-OPER-NIVEL-LIDO
                           ELSE
           CLOSE DIARIO.
       P0117-FIM.

       P0120-CARREGA-LIMITE.
      *    LIMITE DE VALOR PARA DUPLA APROVACAO LIDO DE LIMLANC.TXT
      *    (NOVE DIGITOS, DUAS DECIMAIS IMPLICITAS). SEM O ARQUIVO,
      *    VALE O PADRAO DE 10.000,00.
           MOVE 10000 TO WS-LIMITE-LANCTO.

           SET ST-LLANC-OK TO TRUE.
           OPEN INPUT LIMLANC.

           IF ST-LLANC-OK
               READ LIMLANC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RG-LIMLANC TO WS-LIMITE-LANCTO
               END-READ
               CLOSE LIMLANC
           END-IF.
       P0120-FIM.

       P0130-DEVOLVE-REJEITADOS.
      *    LANCAMENTOS DESTE OPERADOR REJEITADOS NO APRLCT DESDE A
      *    ULTIMA CORRIDA: SAO EXIBIDOS, LISTADOS NO REGISTRO COMO
      *    DEVOLVIDOS E SO ENTAO SAEM DA FILA.
           SET ST-PLCT-OK TO TRUE.
           OPEN I-O PENDLCT.

           IF NOT ST-PLCT-OK
               GO TO P0130-FIM
           END-IF.

           SET FIM-PEND-OK TO FALSE.
           MOVE LOW-VALUES TO PLCT-CHAVE.
           START PENDLCT KEY IS NOT LESS THAN PLCT-CHAVE
               INVALID KEY
                   SET FIM-PEND-OK TO TRUE
           END-START.

           PERFORM P0135-VARRE-REJEITADOS THRU P0135-FIM
                   UNTIL FIM-PEND-OK.
           CLOSE PENDLCT.

           IF WS-CONT-DEVOLVIDOS > ZEROS
               DISPLAY WS-CONT-DEVOLVIDOS ' LANCAMENTO(S) SEU(S)'
                       ' REJEITADO(S) NA DUPLA APROVACAO - VEJA O'
                       ' REGISTRO.'
           END-IF.
       P0130-FIM.

       P0135-VARRE-REJEITADOS.
           READ PENDLCT NEXT RECORD
               AT END
                   SET FIM-PEND-OK TO TRUE
               NOT AT END
                   IF PLCT-REJEITADO
                      AND PLCT-OPERADOR EQUAL WS-OPERADOR
                       MOVE PLCT-VALOR TO WS-VALOR-ED
                       DISPLAY 'REJEITADO POR ' PLCT-REVISOR
                               ' COD ' PLCT-COD-DADOS ' ' PLCT-TIPO
                               ' ' WS-VALOR-ED ' - ' PLCT-MOTIVO-REJ
                       IF ST-REG-OK
                           MOVE SPACES TO WS-LINHA-REGISTRO
                           STRING 'DEVOLVIDO COD ' PLCT-COD-DADOS
                                  ' ' PLCT-TIPO ' ' WS-VALOR-ED
                                  ' REJEITADO POR ' PLCT-REVISOR
                                  ' - ' PLCT-MOTIVO-REJ
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-REGISTRO
                           WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
                       END-IF
                       DELETE PENDLCT
                       ADD 1 TO WS-CONT-DEVOLVIDOS
                   END-IF
           END-READ.
       P0135-FIM.

       P0140-RETOMA-CORRIDA.
      *    DESFAZ O QUE PASSOU DO ULTIMO PONTO, REPOE CONTADORES E
      *    TOTAIS DO PONTO E SALTA OS LANCAMENTOS JA TRATADOS. A
      *    DATA DA CORRIDA ORIGINAL CONTINUA VALENDO PARA SEPARAR OS
      *    LANCAMENTOS FUTUROS. O REGISTRO CONTINUA O DA CORRIDA.
           PERFORM 9425-RETOMA-PONTO THRU 9425-FIM.
           IF NOT RETOMADA-PONTO
               SET FIM-OK TO TRUE
               CLOSE LANCTOS
               GO TO P0140-FIM
           END-IF.

           MOVE CKP-PARAMETROS(1:8) TO WS-HOJE.
           MOVE CKP-CONTADOR(1) TO WS-CONT-LIDOS.
           MOVE CKP-CONTADOR(2) TO WS-CONT-ACEITOS.
           MOVE CKP-CONTADOR(3) TO WS-CONT-REJEITADOS.
           MOVE CKP-CONTADOR(4) TO WS-CONT-PENDENTES.
           MOVE CKP-CONTADOR(5) TO WS-CONT-AGENDADOS.
           MOVE CKP-CONTADOR(6) TO WS-CONT-SUSPENSOS.
           MOVE CKP-CONTADOR(7) TO WS-CONT-DEVOLVIDOS.
           MOVE CKP-TOTAL(1)    TO WS-TOTAL-ACEITO.
           MOVE CKP-TOTAL(2)    TO WS-TOTAL-REJEITADO.
           MOVE CKP-TOTAL(3)    TO WS-TOTAL-PENDENTE.
           MOVE CKP-TOTAL(4)    TO WS-TOTAL-AGENDADO.

           MOVE ZEROS TO WS-CONT-SALTADOS.
           PERFORM P0145-SALTA-TRATADO THRU P0145-FIM
                   UNTIL WS-CONT-SALTADOS NOT LESS THAN CKP-POSICAO
                      OR FIM-OK.
           IF FIM-OK
      *        ARQUIVO MAIS CURTO QUE O PONTO NAO E O DA CORRIDA: A
      *        CORRIDA FICA PENDENTE PARA O ARQUIVO CERTO.
               DISPLAY 'LANCTOS.TXT TERMINA ANTES DA POSICAO DO PONTO'
                       ' - CONFIRA O ARQUIVO E RETOME DE NOVO.'
               SET PONTO-CONTROLE-ATIVO TO FALSE
           END-IF.

           SET ST-REG-OK TO TRUE.
           OPEN EXTEND REGISTRO.
           IF WS-ST-REG EQUAL 35
               OPEN OUTPUT REGISTRO
           END-IF.
           IF ST-REG-OK
               WRITE RG-REGISTRO FROM WS-CKP-LINHA
           END-IF.
       P0140-FIM.

       P0145-SALTA-TRATADO.
           READ LANCTOS
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-SALTADOS
           END-READ.
       P0145-FIM.

       P0200-PROCESSA.
           READ LANCTOS
               AT END
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM P0210-TRATA-LANCTO THRU P0210-FIM
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
           MOVE LCT-COD-DADOS      TO CKP-ULTIMA-CHAVE.
           MOVE WS-CONT-LIDOS      TO CKP-CONTADOR(1).
           MOVE WS-CONT-ACEITOS    TO CKP-CONTADOR(2).
           MOVE WS-CONT-REJEITADOS TO CKP-CONTADOR(3).
           MOVE WS-CONT-PENDENTES  TO CKP-CONTADOR(4).
           MOVE WS-CONT-AGENDADOS  TO CKP-CONTADOR(5).
           MOVE WS-CONT-SUSPENSOS  TO CKP-CONTADOR(6).
           MOVE WS-CONT-DEVOLVIDOS TO CKP-CONTADOR(7).
           MOVE WS-TOTAL-ACEITO    TO CKP-TOTAL(1).
           MOVE WS-TOTAL-REJEITADO TO CKP-TOTAL(2).
           MOVE WS-TOTAL-PENDENTE  TO CKP-TOTAL(3).
           MOVE WS-TOTAL-AGENDADO  TO CKP-TOTAL(4).
           PERFORM 9440-MARCA-PONTO THRU 9440-FIM.
       P0205-FIM.

       P0210-TRATA-LANCTO.
           SET LANCTO-OK TO TRUE.
           SET LIMITE-EXCEDIDO TO FALSE.
           SET LANCTO-A-APROVAR TO FALSE.
           MOVE SPACES TO WS-MOTIVO-REJ.

           IF NOT LCT-DEBITO AND NOT LCT-CREDITO
               END-IF
           END-IF.

           IF LANCTO-OK AND LCT-DATA > WS-HOJE
               PERFORM P0245-GRAVA-FUTURO THRU P0245-FIM
               IF LANCTO-OK
                   GO TO P0210-FIM
               END-IF
           END-IF.

           IF LANCTO-OK
               PERFORM P0220-VERIFICA-PERIODO THRU P0220-FIM
               IF NOT PERIODO-ABERTO
               PERFORM P0230-APLICA-MOVIMENTO THRU P0230-FIM
           END-IF.

           IF LANCTO-OK AND LANCTO-A-APROVAR
               PERFORM P0240-GRAVA-PENDENCIA THRU P0240-FIM
               IF LANCTO-OK
                   GO TO P0210-FIM
               END-IF
           END-IF.

           IF LANCTO-OK
               ADD 1 TO WS-CONT-ACEITOS
               ADD LCT-VALOR TO WS-TOTAL-ACEITO
               ADD 1 TO WS-CONT-REJEITADOS
               ADD LCT-VALOR TO WS-TOTAL-REJEITADO
               PERFORM P0280-REGISTRA-LINHA THRU P0280-FIM
               IF LIMITE-EXCEDIDO
                   PERFORM P0290-PARQUEIA-SUSPENSO THRU P0290-FIM
               END-IF
           END-IF.
       P0210-FIM.

                           MOVE 'ESTOURO DE VALOR' TO WS-MOTIVO-REJ
                   END-COMPUTE
                   IF LANCTO-OK
                      AND LCT-VALOR > WS-LIMITE-LANCTO
                       SET LANCTO-A-APROVAR TO TRUE
                   END-IF
                   IF LANCTO-OK AND NOT LANCTO-A-APROVAR
                       PERFORM P0235-CONFERE-LIMITE THRU P0235-FIM
                   END-IF
                   IF LANCTO-OK AND NOT LANCTO-A-APROVAR
                       INITIALIZE CKP-JORNAL
                       SET CKP-ACAO-ALTERACAO TO TRUE
                       MOVE LCT-COD-DADOS TO CKP-COD-DADOS
                       MOVE RG-DADOS      TO CKP-IMAGEM
                       PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM
                       MOVE WS-VALOR-NOVO TO VALOR-DADOS
                       REWRITE RG-DADOS
                           INVALID KEY
           CLOSE DADOS1.
       P0230-FIM.

       P0235-CONFERE-LIMITE.
      *    CREDITO ACIMA DO TETO OU DEBITO ABAIXO DO PISO DO LIMITE
      *    DE EXPOSICAO NAO E APLICADO - VAI PARA OS SUSPENSOS.
           MOVE LCT-COD-DADOS TO WS-LIM-COD.
           MOVE DEPTO-DADOS   TO WS-LIM-DEPTO.
           MOVE WS-VALOR-NOVO TO WS-LIM-VALOR.
           MOVE WS-MOVIMENTO  TO WS-LIM-MOVIMENTO.
           PERFORM 9575-VERIFICA-LIMITE THRU 9575-FIM.
           IF LIMITE-EXCEDIDO
               SET LANCTO-OK TO FALSE
               MOVE 'LIMITE EXCEDIDO' TO WS-MOTIVO-REJ
           END-IF.
       P0235-FIM.

       P0240-GRAVA-PENDENCIA.
      *    LANCAMENTO ACIMA DO LIMITE DE DUPLA APROVACAO NAO
      *    MOVIMENTA NADA AQUI: VAI PARA A FILA PENDLCT.DAT COM O
      *    OPERADOR QUE O SUBMETEU; O LIMITE DE EXPOSICAO E
      *    CONFERIDO NA APROVACAO, CONTRA O VALOR DAQUELE MOMENTO.
           SET ST-PLCT-OK TO TRUE.
           OPEN I-O PENDLCT.

           IF WS-ST-PLCT EQUAL 35 THEN
               OPEN OUTPUT PENDLCT
               CLOSE PENDLCT
               OPEN I-O PENDLCT
           END-IF.

           IF NOT ST-PLCT-OK
               SET LANCTO-OK TO FALSE
               MOVE 'FILA INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0240-FIM
           END-IF.

           ACCEPT PLCT-DATA-SUB FROM DATE YYYYMMDD.
           ACCEPT PLCT-HORA-SUB FROM TIME.
           ADD 1 TO WS-SEQ-PEND.
           MOVE WS-SEQ-PEND   TO PLCT-SEQ.
           MOVE LCT-COD-DADOS TO PLCT-COD-DADOS.
           MOVE LCT-TIPO      TO PLCT-TIPO.
           MOVE LCT-VALOR     TO PLCT-VALOR.
           MOVE LCT-MOTIVO    TO PLCT-MOTIVO.
           MOVE LCT-DATA      TO PLCT-DATA-EFET.
           MOVE WS-OPERADOR   TO PLCT-OPERADOR.
           SET PLCT-PENDENTE  TO TRUE.
           MOVE SPACES        TO PLCT-REVISOR PLCT-MOTIVO-REJ.
           MOVE ZEROS         TO PLCT-DATA-DEC.
           INITIALIZE CKP-JORNAL.
           SET CKP-ACAO-PENDENCIA TO TRUE.
           MOVE LCT-COD-DADOS TO CKP-COD-DADOS.
           MOVE PLCT-CHAVE    TO CKP-IMAGEM.
           PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM.
           WRITE RG-PENDLCT
               INVALID KEY
                   SET LANCTO-OK TO FALSE
                   MOVE 'FILA INDISPONIVEL' TO WS-MOTIVO-REJ
           END-WRITE.
           CLOSE PENDLCT.

           IF LANCTO-OK
               ADD 1 TO WS-CONT-PENDENTES
               ADD LCT-VALOR TO WS-TOTAL-PENDENTE
               IF ST-REG-OK
                   MOVE LCT-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA-REGISTRO
                   STRING 'PENDENTE  COD ' LCT-COD-DADOS
                          ' ' LCT-TIPO ' ' WS-VALOR-ED
                          ' - AGUARDA DUPLA APROVACAO (APRLCT)'
                          DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
                   WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
               END-IF
           END-IF.
       P0240-FIM.

       P0245-GRAVA-FUTURO.
      *    LANCAMENTO DATADO DEPOIS DE HOJE NAO MOVIMENTA NADA AQUI:
      *    FICA NO ARMAZEM LCTFUT.DAT ATE A ETAPA LCTFLIB DEVOLVE-LO
      *    AO LANCTOS.TXT NO DIA UTIL EFETIVO. PERIODO, LIMITES E
      *    DUPLA APROVACAO SAO CONFERIDOS NESSA CORRIDA.
           SET ST-LFUT-OK TO TRUE.
           OPEN I-O LCTFUT.

           IF WS-ST-LFUT EQUAL 35 THEN
               OPEN OUTPUT LCTFUT
               CLOSE LCTFUT
               OPEN I-O LCTFUT
           END-IF.

           IF NOT ST-LFUT-OK
               SET LANCTO-OK TO FALSE
               MOVE 'ARMAZEM INDISPONIVEL' TO WS-MOTIVO-REJ
               GO TO P0245-FIM
           END-IF.

           MOVE LCT-DATA      TO LFUT-DATA-EFET.
           ACCEPT LFUT-DATA-SUB FROM DATE YYYYMMDD.
           ACCEPT LFUT-HORA-SUB FROM TIME.
           ADD 1 TO WS-SEQ-FUT.
           MOVE WS-SEQ-FUT    TO LFUT-SEQ.
           MOVE LCT-COD-DADOS TO LFUT-COD-DADOS.
           MOVE LCT-TIPO      TO LFUT-TIPO.
           MOVE LCT-VALOR     TO LFUT-VALOR.
           MOVE LCT-MOTIVO    TO LFUT-MOTIVO.
           MOVE WS-OPERADOR   TO LFUT-OPERADOR.
           INITIALIZE CKP-JORNAL.
           SET CKP-ACAO-FUTURO TO TRUE.
           MOVE LCT-COD-DADOS TO CKP-COD-DADOS.
           MOVE LFUT-CHAVE    TO CKP-IMAGEM.
           PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM.
           WRITE RG-LCTFUT
               INVALID KEY
                   SET LANCTO-OK TO FALSE
                   MOVE 'ARMAZEM INDISPONIVEL' TO WS-MOTIVO-REJ
           END-WRITE.
           CLOSE LCTFUT.

           IF LANCTO-OK
               ADD 1 TO WS-CONT-AGENDADOS
               ADD LCT-VALOR TO WS-TOTAL-AGENDADO
               IF ST-REG-OK
                   MOVE LCT-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA-REGISTRO
                   STRING 'AGENDADO  COD ' LCT-COD-DADOS
                          ' ' LCT-TIPO ' ' WS-VALOR-ED
                          ' - EFETIVO ' LCT-DATA
                          ' (ARMAZEM LCTFUT)'
                          DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
                   WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
               END-IF
           END-IF.
       P0245-FIM.

       P0250-GRAVA-MOVIMENTO.
           PERFORM 9555-PROXIMA-REFERENCIA THRU 9555-FIM.

           INITIALIZE CKP-JORNAL.
           SET CKP-ACAO-MOVIMENTO TO TRUE.
           MOVE LCT-COD-DADOS     TO CKP-COD-DADOS.
           MOVE LCT-TIPO          TO CKP-MOV-TIPO.
           MOVE LCT-VALOR         TO CKP-MOV-VALOR.
           MOVE LCT-MOTIVO        TO CKP-MOV-MOTIVO.
           MOVE WS-MOV-REFERENCIA TO CKP-MOV-REFERENCIA.
           PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM.

           SET ST-MOV-OK TO TRUE.

           OPEN EXTEND MOVHIST.
               MOVE LCT-DATA      TO MOV-DATA-EFET
               ACCEPT MOV-DATA-PROC FROM DATE YYYYMMDD
               ACCEPT MOV-HORA-PROC FROM TIME
               MOVE WS-MOV-REFERENCIA TO MOV-REFERENCIA
               MOVE ZEROS         TO MOV-REF-ESTORNO
               MOVE WS-OPERADOR   TO MOV-OPERADOR
               WRITE RG-MOVHIST
               PERFORM P0255-REATIVA-DORMENTE THRU P0255-FIM
           ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE MOVIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-MOV
           CLOSE MOVHIST.
       P0250-FIM.

       P0255-REATIVA-DORMENTE.
      *    SO MOVIMENTO GENUINO TIRA O CODIGO DA DORMENCIA; A
      *    COBRANCA LANCADA PELO SISTEMA NAO.
           MOVE MOV-MOTIVO TO WS-DRM-MOTIVO-TESTE.
           PERFORM 9375-TESTA-MOTIVO THRU 9375-FIM.
           IF NOT MOTIVO-GENUINO
               GO TO P0255-FIM
           END-IF.

           MOVE MOV-COD-DADOS TO WS-DRM-COD.
           MOVE MOV-DATA-PROC TO WS-DRM-DATA.
           MOVE 'LANCTOS'     TO WS-DRM-ORIGEM.
           PERFORM 9385-REATIVA-DORMENTE THRU 9385-FIM.

           IF DORMENCIA-REATIVADA AND ST-REG-OK
               MOVE SPACES TO WS-LINHA-REGISTRO
               STRING 'REATIVADO COD ' MOV-COD-DADOS
                      ' - ESTAVA DORMENTE, MOVIMENTO ' MOV-MOTIVO
                      DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
               WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
           END-IF.
       P0255-FIM.

       P0260-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

                          ' ' LCT-TIPO ' ' WS-VALOR-ED
                          ' MOTIVO ' LCT-MOTIVO
                          ' EFETIVO ' LCT-DATA
                          ' REF ' WS-MOV-REFERENCIA
                          DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
               ELSE
                   STRING 'REJEITADO COD ' LCT-COD-DADOS
           END-IF.
       P0280-FIM.

       P0290-PARQUEIA-SUSPENSO.
      *    O LANCAMENTO CRU VAI PARA A FILA CENTRAL DE SUSPENSOS COM O
      *    MOTIVO LM (LIMITE DE EXPOSICAO) E UM ALERTA CHAMA A MESA.
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
               MOVE 'LANCTOS '    TO SUSP-ORIGEM
               MOVE 'LM'          TO SUSP-MOTIVO
               MOVE RG-LANCTO     TO SUSP-REGISTRO
               INITIALIZE CKP-JORNAL
               SET CKP-ACAO-SUSPENSO TO TRUE
               MOVE LCT-COD-DADOS TO CKP-COD-DADOS
               MOVE SUSP-CHAVE    TO CKP-IMAGEM
               PERFORM 9435-JORNALIZA-PONTO THRU 9435-FIM
               WRITE RG-SUSPENSO
                   INVALID KEY
                       DISPLAY 'ERRO AO PARQUEAR O LANCAMENTO NA'
                               ' FILA DE SUSPENSOS.'
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-SUSPENSOS
               END-WRITE
               CLOSE SUSPENSO
           ELSE
               DISPLAY 'FILA DE SUSPENSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SUSP
           END-IF.

           MOVE 'M' TO WS-ALER-SEV.
           MOVE SPACES TO WS-ALER-MSG.
           STRING 'LIMITE EXCEDIDO COD ' LCT-COD-DADOS
                  ' LANCTO ' LCT-TIPO
                  DELIMITED BY SIZE INTO WS-ALER-MSG.
           PERFORM P0295-GRAVA-ALERTA THRU P0295-FIM.
       P0290-FIM.

       P0295-GRAVA-ALERTA.
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
               MOVE 'LANCTOS ' TO ALER-PROGRAMA
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
       P0295-FIM.

       P0450-ATUALIZA-CONTROLE.
           SET ST-CTL-OK TO TRUE.
           OPEN I-O CTLSALDO.
       P0450-FIM.

       P0500-FINALIZA.
      *    FIM NORMAL FECHA A CORRIDA NO CONTROLE DE PONTOS.
           PERFORM 9445-ENCERRA-PONTO THRU 9445-FIM.

           IF ST-REG-OK
               MOVE WS-TOTAL-ACEITO TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-REGISTRO
                      ' TOTAL ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
               WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
               MOVE WS-TOTAL-PENDENTE TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-REGISTRO
               STRING 'PENDENTES DE APROVACAO: ' WS-CONT-PENDENTES
                      ' TOTAL ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
               WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
               MOVE WS-TOTAL-AGENDADO TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-REGISTRO
               STRING 'AGENDADOS PARA DATA FUTURA: ' WS-CONT-AGENDADOS
                      ' TOTAL ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REGISTRO
               WRITE RG-REGISTRO FROM WS-LINHA-REGISTRO
               CLOSE REGISTRO
               DISPLAY 'REGISTRO DE LANCAMENTOS EM LANCREG.TXT.'
           END-IF.
           DISPLAY 'LIDOS ' WS-CONT-LIDOS ' ACEITOS ' WS-CONT-ACEITOS
                   ' REJEITADOS ' WS-CONT-REJEITADOS
                   ' PENDENTES ' WS-CONT-PENDENTES.
           IF RETOMADA-PONTO
               DISPLAY WS-CKP-LINHA
           END-IF.
           IF WS-CONT-AGENDADOS > ZEROS
               DISPLAY WS-CONT-AGENDADOS ' LANCAMENTO(S) COM DATA'
                       ' FUTURA GUARDADO(S) EM LCTFUT.DAT.'
           END-IF.
           IF WS-CONT-SUSPENSOS > ZEROS
               DISPLAY WS-CONT-SUSPENSOS ' LANCAMENTO(S) ACIMA DO'
                       ' LIMITE PARQUEADO(S) EM SUSPENSO.DAT.'
           END-IF.
       P0500-FIM.

       COPY FD_STATUS_MSG.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
           MOVE 'LIMITES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMITES-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'PENDLCT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDLCT-DAT.
           MOVE 'LIMLANC.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LIMLANC-TXT.
           MOVE 'LCTFUT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LCTFUT-DAT.
           MOVE 'MOVREF.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVREF-DAT.
           MOVE 'DORMENC.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMENCIA-DAT.
           MOVE 'DORMCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMCFG-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY BLOQBAT.

       COPY LIMITE.

       COPY MOVREF.

       COPY CKPT.

       COPY DORMENCIA.
