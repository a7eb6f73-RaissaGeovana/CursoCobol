              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-ALC.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD ALCADA.
       COPY FD_ALCADA.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       77  WS-ARQ-PENDALT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-LIMALT-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       COPY FD_CRUD_WS.
       77 WS-ST-LOCK        PIC 99.
         88 ST-LOCK-OK               VALUE 0.
       77 WS-ST             PIC 99.
         88 ST-OK                     VALUE 0.
       COPY FD_STATUS.
       77 WS-AGORA          PIC 9(08) VALUE ZEROS.
       77 WS-FIM            PIC X.
         88 FIM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 UNDO-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-ULTIMO-COD-ALTERADO  PIC 9(07) VALUE ZEROS.
       77 WS-ULTIMO-NOME-ANTIGO   PIC X(20) VALUE SPACES.
       77 WS-ULTIMO-DEPTO-ANTIGO  PIC X(04) VALUE SPACES.
       77 WS-ULTIMO-DATA-ANTIGA   PIC 9(08) VALUE ZEROS.
       77 WS-ST-DIARIO        PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-HIST-OBTER-ATUAL PIC X     VALUE SPACES.
         88 TELA-DESISTE                VALUE 'N' 'n'.
       77 WS-TELA-OK          PIC X     VALUE 'N'.
         88 TELA-CONFIRMADA             VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-ANTIGO     PIC X(04) VALUE SPACES.
       77 WS-DATA-ANTIGA      PIC 9(08) VALUE ZEROS.
       77 WS-NOVO-DEPTO       PIC X(04) VALUE SPACES.
       01 WS-NOVA-DATA        PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-NOVA-DATA.
          02 WS-NOVA-DATA-AAAA PIC 9(04).
          02 WS-NOVA-DATA-MM   PIC 9(02).
          02 WS-NOVA-DATA-DD   PIC 9(02).
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-ST-DEPTO         PIC 99.
         88 ST-DEPTO-OK                 VALUE 0.
       77 WS-DEPTO-VALIDO     PIC X     VALUE 'N'.
         88 DEPTO-VALIDO                VALUE 'S' FALSE 'N'.
       77 WS-TRANSF-TEXTO     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          02 LINE 9  COL 20 PIC X(20) FROM WS-NOME-ANTIGO.
          02 LINE 11 COL 5  VALUE 'NOVO NOME...:'.
          02 LINE 11 COL 20 PIC X(20) USING WS-NOVO-NOME.
          02 LINE 12 COL 5  VALUE 'NOVO DEPTO..:'.
          02 LINE 12 COL 20 PIC X(04) USING WS-NOVO-DEPTO.
          02 LINE 13 COL 5  VALUE 'NOVA DATA...:'.
          02 LINE 13 COL 20 PIC 9(08) USING WS-NOVA-DATA.
          02 LINE 13 COL 30 VALUE '(AAAAMMDD)'.
          02 LINE 15 COL 5  VALUE 'CONFIRMA? <S> GRAVA, <N> MANTEM:'.
          02 LINE 15 COL 39 PIC X(01) USING WS-CONF-TELA.
          02 LINE 17 COL 5  PIC X(60) FROM WS-MSG-TELA.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
                             ' TENTE NOVAMENTE EM INSTANTES.'
                     MOVE 'REGISTRO EM USO' TO LK-MENSAGEM
                  ELSE
                     MOVE WS-NM-DADOS    TO WS-NOME-ANTIGO
                     MOVE WS-DEPTO-DADOS TO WS-DEPTO-ANTIGO
                     MOVE WS-DATA-DADOS  TO WS-DATA-ANTIGA
                     PERFORM 0203-ACEITA-TELA THRU 0203-FIM
                     IF TELA-CONFIRMADA THEN
                        MOVE WS-NOVO-NOME  TO NOM-DADOS
                        MOVE WS-NOVO-DEPTO TO DEPTO-DADOS
                        MOVE WS-NOVA-DATA  TO DATA-DADOS
                        PERFORM 0244-CARREGA-LIMITE THRU 0244-FIM
                        IF WS-VALOR-DADOS > WS-LIMITE-ALTERACAO
                           PERFORM 0246-GRAVA-PENDENCIA THRU 0246-FIM
                        DISPLAY 'DADO ATUALIZADO COM SUCESSO. '
                        PERFORM 0210-GRAVA-HISTORICO THRU 0210-FIM
                        PERFORM 0220-GRAVA-DIARIO THRU 0220-FIM
                        PERFORM 0222-GRAVA-DIARIO-TRANSF THRU 0222-FIM
                        MOVE COD-DADOS      TO WS-ULTIMO-COD-ALTERADO
                        MOVE WS-NOME-ANTIGO TO WS-ULTIMO-NOME-ANTIGO
                        MOVE WS-DEPTO-ANTIGO TO WS-ULTIMO-DEPTO-ANTIGO
                        MOVE WS-DATA-ANTIGA TO WS-ULTIMO-DATA-ANTIGA
                        SET UNDO-DISPONIVEL TO TRUE
                        MOVE 'REGISTRO ATUALIZADO' TO LK-MENSAGEM
                        END-IF
      *    ALTERACAO; A VERIFICACAO USA A DATA-DADOS DO PROPRIO
      *    REGISTRO LIDO. SEM O ARQUIVO DE CONTROLE, TODO PERIODO
      *    E ABERTO.
           MOVE WS-DATA-DADOS-AAAA TO WS-PERIODO-MOVTO-AAAA.
           MOVE WS-DATA-DADOS-MM   TO WS-PERIODO-MOVTO-MM.
           PERFORM 0177-CONSULTA-FECHAMENTO THRU 0177-FIM.
       0178-FIM.

       0179-VERIFICA-PERIODO-NOVO.
      *    A CORRECAO DA DATA DE CADASTRO TAMBEM NAO PODE LEVAR O
      *    REGISTRO PARA DENTRO DE UM PERIODO JA FECHADO.
           MOVE WS-NOVA-DATA-AAAA TO WS-PERIODO-MOVTO-AAAA.
           MOVE WS-NOVA-DATA-MM   TO WS-PERIODO-MOVTO-MM.
           PERFORM 0177-CONSULTA-FECHAMENTO THRU 0177-FIM.
       0179-FIM.

       0177-CONSULTA-FECHAMENTO.
           SET PERIODO-ABERTO TO TRUE.
           SET ST-FECH-OK TO TRUE.
           OPEN INPUT FECHMES.

               END-READ
               CLOSE FECHMES
           END-IF.
       0177-FIM.

       0203-ACEITA-TELA.
      *    FORMULARIO DE TELA CHEIA COM O REGISTRO COMPLETO COMO
      *    LIDO, O ANTES/DEPOIS DO NOME, CRITICA NA LINHA DE AVISO
      *    E CONFIRMACAO ANTES DO REWRITE.
           MOVE WS-NM-DADOS TO WS-NOVO-NOME.
           MOVE WS-DEPTO-DADOS TO WS-NOVO-DEPTO.
           MOVE WS-DATA-DADOS  TO WS-NOVA-DATA.
           MOVE WS-VALOR-DADOS TO WS-VALOR-TELA.
           MOVE SPACES TO WS-MSG-TELA WS-CONF-TELA.
           SET TELA-CONFIRMADA TO FALSE.
               GO TO 0204-FIM
           END-IF.

           IF WS-NOVO-DEPTO NOT EQUAL WS-DEPTO-ANTIGO
               PERFORM 0205-VALIDA-TRANSFERENCIA THRU 0205-FIM
               IF WS-MSG-TELA NOT EQUAL SPACES
                   MOVE SPACES TO WS-CONF-TELA
                   GO TO 0204-FIM
               END-IF
           END-IF.

           IF WS-NOVA-DATA NOT EQUAL WS-DATA-ANTIGA
               PERFORM 0206-VALIDA-NOVA-DATA THRU 0206-FIM
               IF WS-MSG-TELA NOT EQUAL SPACES
                   MOVE SPACES TO WS-CONF-TELA
                   GO TO 0204-FIM
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN TELA-GRAVA
                   SET TELA-CONFIRMADA TO TRUE
           END-EVALUATE.
       0204-FIM.

       0205-VALIDA-TRANSFERENCIA.
      *    TRANSFERENCIA DE DEPARTAMENTO: O DESTINO PRECISA ESTAR
      *    ATIVO EM DEPTOS.DAT E O OPERADOR PRECISA TER ALCADA
      *    TAMBEM NELE (A DO DEPARTAMENTO DE ORIGEM JA FOI
      *    CONFERIDA NA LEITURA DO REGISTRO).
           SET DEPTO-VALIDO TO FALSE.
           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.

           IF ST-DEPTO-OK THEN
               MOVE WS-NOVO-DEPTO TO DEPTO-CODIGO
               READ DEPTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEPTO-ATIVO
                           SET DEPTO-VALIDO TO TRUE
                       END-IF
               END-READ
               CLOSE DEPTOS
           ELSE
               MOVE 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
                 TO WS-MSG-TELA
               GO TO 0205-FIM
           END-IF.

           IF NOT DEPTO-VALIDO
               MOVE 'DEPARTAMENTO DE DESTINO INEXISTENTE OU INATIVO.'
                 TO WS-MSG-TELA
               GO TO 0205-FIM
           END-IF.

           MOVE WS-NOVO-DEPTO TO WS-ALC-DEPTO.
           PERFORM 9580-VERIFICA-ALCADA THRU 9580-FIM.
           IF NOT ALCADA-PERMITIDA
               MOVE 'OPERADOR SEM ALCADA NO DEPARTAMENTO DE DESTINO.'
                 TO WS-MSG-TELA
               MOVE 'SEM ALCADA DESTINO' TO LK-MENSAGEM
               PERFORM 0225-GRAVA-DIARIO-REJEICAO THRU 0225-FIM
           END-IF.
       0205-FIM.

       0206-VALIDA-NOVA-DATA.
      *    CORRECAO DA DATA DE CADASTRO: DATA DE CALENDARIO VALIDA,
      *    NAO POSTERIOR A HOJE E FORA DE PERIODO FECHADO.
           MOVE 'N' TO WS-HIST-OBTER-ATUAL.
           MOVE WS-NOVA-DATA-AAAA TO WS-HIST-ANO.
           MOVE WS-NOVA-DATA-MM   TO WS-HIST-MES.
           MOVE WS-NOVA-DATA-DD   TO WS-HIST-DIA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-HIST-OBTER-ATUAL WS-HIST-ANO WS-HIST-MES
                     WS-HIST-DIA WS-HIST-VALIDA
           END-CALL.

           IF WS-HIST-VALIDA NOT = 'S'
               MOVE 'NOVA DATA INVALIDA - INFORME AAAAMMDD.'
                 TO WS-MSG-TELA
               GO TO 0206-FIM
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-NOVA-DATA > WS-DATA-HOJE
               MOVE 'A DATA DE CADASTRO NAO PODE SER FUTURA.'
                 TO WS-MSG-TELA
               GO TO 0206-FIM
           END-IF.

           PERFORM 0179-VERIFICA-PERIODO-NOVO THRU 0179-FIM.
           IF NOT PERIODO-ABERTO
               MOVE 'NOVA DATA CAI EM PERIODO FECHADO.'
                 TO WS-MSG-TELA
           END-IF.
       0206-FIM.

       0209-GRAVA-VERSAO.
      *    GUARDA A IMAGEM COMPLETA DO REGISTRO ANTES DA REGRAVACAO
      *    (WS-DADOS AINDA CONTEM O REGISTRO COMO LIDO), NUMERADA NA
               MOVE COD-DADOS       TO PEND-COD-DADOS
               MOVE WS-NOME-ANTIGO  TO PEND-NOME-ANTIGO
               MOVE NOM-DADOS       TO PEND-NOME-NOVO
               MOVE WS-DEPTO-ANTIGO TO PEND-DEPTO-ANTIGO
               MOVE DEPTO-DADOS     TO PEND-DEPTO-NOVO
               MOVE WS-DATA-ANTIGA  TO PEND-DATA-ANTIGA
               MOVE DATA-DADOS      TO PEND-DATA-NOVA
               MOVE LK-OPERADOR     TO PEND-OPERADOR
               MOVE 'DADOS.DAT'     TO PEND-ARQUIVO
               ACCEPT PEND-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO PEND-HORA
               WRITE RG-PENDALT
                   INVALID KEY
                       DISPLAY 'JA EXISTE PENDENCIA PARA O CODIGO -'
               MOVE COD-DADOS       TO HIST-COD-DADOS
               MOVE WS-NOME-ANTIGO  TO HIST-NOME-ANTIGO
               MOVE NOM-DADOS       TO HIST-NOME-NOVO
               MOVE WS-DEPTO-ANTIGO TO HIST-DEPTO-ANTIGO
               MOVE DEPTO-DADOS     TO HIST-DEPTO-NOVO
               MOVE WS-DATA-ANTIGA  TO HIST-DATA-ANTIGA
               MOVE DATA-DADOS      TO HIST-DATA-NOVA
               PERFORM 0215-DATA-HISTORICO THRU 0215-FIM
               ACCEPT HIST-HORA FROM TIME
               MOVE LK-OPERADOR TO HIST-OPERADOR
           CLOSE DIARIO.
       0220-FIM.

       0222-GRAVA-DIARIO-TRANSF.
      *    TRANSFERENCIA DE DEPARTAMENTO E CORRECAO DA DATA DE
      *    CADASTRO GANHAM UMA ENTRADA PROPRIA NO DIARIO (OPERACAO
      *    A), COM O DE/PARA NO CAMPO DE TEXTO, ALEM DA ENTRADA
      *    NORMAL DA ALTERACAO.
           IF DEPTO-DADOS NOT EQUAL WS-DEPTO-ANTIGO
               MOVE SPACES TO WS-TRANSF-TEXTO
               STRING 'DEPTO ' WS-DEPTO-ANTIGO ' > ' DEPTO-DADOS
                      DELIMITED BY SIZE INTO WS-TRANSF-TEXTO
               PERFORM 0223-GRAVA-DIARIO-TEXTO THRU 0223-FIM
           END-IF.

           IF DATA-DADOS NOT EQUAL WS-DATA-ANTIGA
               MOVE SPACES TO WS-TRANSF-TEXTO
               STRING 'DT ' WS-DATA-ANTIGA '>' DATA-DADOS
                      DELIMITED BY SIZE INTO WS-TRANSF-TEXTO
               PERFORM 0223-GRAVA-DIARIO-TEXTO THRU 0223-FIM
           END-IF.
       0222-FIM.

       0223-GRAVA-DIARIO-TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'ALTDADOS'      TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE COD-DADOS       TO DIARIO-COD-DADOS
               MOVE WS-TRANSF-TEXTO TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE LK-OPERADOR    TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0223-FIM.

       0225-GRAVA-DIARIO-REJEICAO.
           SET ST-DIARIO-OK TO TRUE.

               MOVE 'ALTDADOS' TO LOCK-PROGRAMA
               ACCEPT LOCK-DATA FROM DATE YYYYMMDD
               ACCEPT LOCK-HORA FROM TIME
               MOVE LK-OPERADOR TO LOCK-OPERADOR
               WRITE RG-LOCK
                   INVALID KEY
                       SET REGISTRO-BLOQUEADO TO TRUE
                                   ' CANCELADO.'
                       NOT INVALID KEY
                           PERFORM 0209-GRAVA-VERSAO THRU 0209-FIM
                           MOVE WS-DEPTO-DADOS TO WS-DEPTO-ANTIGO
                           MOVE WS-DATA-DADOS  TO WS-DATA-ANTIGA
                           MOVE WS-ULTIMO-NOME-ANTIGO TO NOM-DADOS
                           MOVE WS-ULTIMO-DEPTO-ANTIGO TO DEPTO-DADOS
                           MOVE WS-ULTIMO-DATA-ANTIGA TO DATA-DADOS
                           REWRITE RG-DADOS
                           DISPLAY 'ALTERACAO DESFEITA. NOME'
                                   ' RESTAURADO PARA: '
                                   WS-ULTIMO-NOME-ANTIGO
                           PERFORM 0220-GRAVA-DIARIO THRU 0220-FIM
                           PERFORM 0222-GRAVA-DIARIO-TRANSF
                                   THRU 0222-FIM
                           SET UNDO-DISPONIVEL TO FALSE
                           MOVE 'ALTERACAO DESFEITA' TO LK-MENSAGEM
                       END-READ
           MOVE 'ALCADA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALCADA-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
       9600-FIM.

       COPY PERFIL.
