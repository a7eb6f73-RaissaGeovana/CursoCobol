           RECORD KEY IS LOCK-COD-DADOS
           FILE STATUS IS WS-ST-LOCK.

           SELECT LEMBRETE ASSIGN TO WS-ARQ-LEMBRETE-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS  SEQUENTIAL
           RECORD KEY IS LEM-CHAVE
           FILE STATUS IS WS-ST-LEMB.

           SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS  RANDOM
           RECORD KEY IS NOTA-CHAVE
           FILE STATUS IS WS-ST-NOTA.

           SELECT OPERACES ASSIGN TO WS-ARQ-OPERACES-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS  RANDOM
           RECORD KEY IS OACS-OPER
           FILE STATUS IS WS-ST-OACS.

           SELECT AVISOS ASSIGN TO WS-ARQ-AVISOS-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS  DYNAMIC
           RECORD KEY IS AVI-NUMERO
           FILE STATUS IS WS-ST-AVI.

           SELECT AVISOLID ASSIGN TO WS-ARQ-AVISOLID-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS  RANDOM
           RECORD KEY IS AVL-CHAVE
           FILE STATUS IS WS-ST-AVL.

           SELECT SESSCFG ASSIGN TO WS-ARQ-SESSCFG-TXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS  SEQUENTIAL
           FILE STATUS IS WS-ST-SSCFG.

      *    MARCA DO ENSAIO EM CURSO, AO LADO DO PERFIL.TXT.
           SELECT ENSMARCA ASSIGN TO 'ENSAIO.ATIVO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS  SEQUENTIAL
           FILE STATUS IS WS-ST-ENSM.

           SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS  SEQUENTIAL
       FD LOCKDADOS.
       COPY FD_LOCK.

       FD LEMBRETE.
       COPY FD_LEMBRETE.

       FD NOTAS.
       COPY FD_NOTA.

       FD OPERACES.
       COPY FD_OPERACES.

       FD AVISOS.
       COPY FD_AVISO.

       FD AVISOLID.
       COPY FD_AVISOLID.

       FD SESSCFG.
      *    MINUTOS SEM ESCOLHA DE MENU ATE O ENCERRAMENTO AUTOMATICO
      *    (LINHA OCIO=nnn; 000 DESLIGA); SEM O ARQUIVO, VALEM 15.
       01  RG-SESSCFG          PIC X(80).

       FD ENSMARCA.
       COPY FD_ENSMARCA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY FILESRV_WS.
       COPY BLOQBAT_WS.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST-SH                      PIC 99.
         88 ST-SH-OK                    VALUE 0.
       77 WS-ST-ENSM                    PIC 99.
         88 ST-ENSM-OK                  VALUE 0.
       77 WS-ENSAIO-CURSO               PIC X     VALUE 'N'.
         88 ENSAIO-EM-CURSO             VALUE 'S' FALSE 'N'.
       77 WS-ST-SCFG                    PIC 99.
         88 ST-SCFG-OK                  VALUE 0.
       77 WS-ST-DIARIO                  PIC 99.
       77 WS-QTD-ALERTAS               PIC 9(03) VALUE ZEROS.
       77 WS-CIENTE                    PIC X     VALUE SPACES.
         88 CIENTE-SIM                           VALUE 'S' 's'.
       77  WS-ARQ-LEMBRETE-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-NOTAS-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST-LEMB                   PIC 99.
         88 ST-LEMB-OK                           VALUE 0.
       77 WS-ST-NOTA                   PIC 99.
         88 ST-NOTA-OK                           VALUE 0.
       77 WS-FIM-LEMB                  PIC X.
         88 FIM-LEMB-OK                          VALUE 'S' FALSE 'N'.
       77 WS-QTD-RETORNOS              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RET-DEPTO             PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-RETORNO          PIC X(10) VALUE SPACES.
       77  WS-ARQ-OPERACES-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-SESSCFG-TXT   PIC X(60) VALUE SPACES.
       77 WS-ST-OACS                   PIC 99.
         88 ST-OACS-OK                           VALUE 0.
       77 WS-ST-SSCFG                  PIC 99.
         88 ST-SSCFG-OK                          VALUE 0.
       77 WS-TERMINAL                  PIC X(08) VALUE SPACES.
       77 WS-MIN-OCIO                  PIC 9(03) VALUE 15.
       77 WS-ULT-ESCOLHA-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-ULT-ESCOLHA-HORA          PIC 9(06) VALUE ZEROS.
       77 WS-AGORA-DATA                PIC 9(08) VALUE ZEROS.
       77 WS-AGORA-HORA                PIC 9(08) VALUE ZEROS.
       77 WS-MIN-ANTES                 PIC S9(09) COMP VALUE ZEROS.
       77 WS-MIN-AGORA                 PIC S9(09) COMP VALUE ZEROS.
       77 WS-MIN-PARADO                PIC S9(09) COMP VALUE ZEROS.
       77 WS-SESSAO-OCIOSA             PIC X     VALUE 'N'.
         88 SESSAO-OCIOSA                        VALUE 'S' FALSE 'N'.
       77 WS-SESSAO-DESATIVADA         PIC X     VALUE 'N'.
         88 SESSAO-DESATIVADA                    VALUE 'S' FALSE 'N'.
       77 WS-ACESSO-LIBERADO           PIC X     VALUE 'S'.
         88 ACESSO-LIBERADO                      VALUE 'S' FALSE 'N'.
       77 WS-TERMINAL-OK               PIC X     VALUE 'N'.
         88 TERMINAL-PERMITIDO                   VALUE 'S' FALSE 'N'.
       77 WS-IDX-TERM                  PIC 9(01) VALUE ZEROS.
       77 WS-IDX-DIA                   PIC 9(01) VALUE ZEROS.
       77 WS-HORA-HHMM                 PIC 9(04) VALUE ZEROS.
       77 WS-Z-DIA                     PIC 9(02) VALUE ZEROS.
       77 WS-Z-MES                     PIC 9(02) VALUE ZEROS.
       77 WS-Z-ANO                     PIC 9(04) VALUE ZEROS.
       77 WS-Z-TEMP                    PIC 9(05) VALUE ZEROS.
       77 WS-Z-T1                      PIC 9(05) VALUE ZEROS.
       77 WS-Z-T2                      PIC 9(05) VALUE ZEROS.
       77 WS-Z-T3                      PIC 9(05) VALUE ZEROS.
       77 WS-Z-T4                      PIC 9(05) VALUE ZEROS.
       77 WS-Z-SOMA                    PIC 9(06) VALUE ZEROS.
       77 WS-Z-QUOC                    PIC 9(06) VALUE ZEROS.
       77 WS-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
       77 WS-HH-AUX                    PIC 9(02) VALUE ZEROS.
       77 WS-MM-AUX                    PIC 9(02) VALUE ZEROS.
       77  WS-ARQ-AVISOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-AVISOLID-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST-AVI                    PIC 99.
         88 ST-AVI-OK                            VALUE 0.
       77 WS-ST-AVL                    PIC 99.
         88 ST-AVL-OK                            VALUE 0.
       77 WS-FIM-AVI                   PIC X.
         88 FIM-AVI-OK                           VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-ASSINADO            PIC X(04) VALUE SPACES.
       77 WS-QTD-AVISOS                PIC 9(03) VALUE ZEROS.
       77 WS-AVI-PASSO                 PIC 9(01) VALUE ZEROS.
       77 WS-AVI-PRIO-ED               PIC X(05) VALUE SPACES.
       77 WS-CONFIRMA-LEITURA          PIC X     VALUE SPACES.
         88 LEITURA-CONFIRMADA                   VALUE 'S' 's'.
      *    ORDEM DE EXIBICAO DOS AVISOS NA ASSINATURA.
       01 WS-AVI-ORDEM                 PIC X(03) VALUE 'AMB'.
       01 WS-AVI-ORDEM-R REDEFINES WS-AVI-ORDEM.
           02 WS-AVI-PRIO              PIC X(01) OCCURS 3 TIMES.

       01 WS-TABELA-CAMINHOS.
           02 WS-CAMINHO-ITEM OCCURS 5 TIMES INDEXED BY WS-IDX-CAMINHO.
       MAIN-PROCEDURE.
           PERFORM 0010-ESCOLHE-AMBIENTE THRU 0010-FIM.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM 0015-IDENTIFICA-TERMINAL THRU 0015-FIM.
           PERFORM 0055-CARREGA-OCIO THRU 0055-FIM.

           PERFORM 0020-ASSINATURA THRU 0020-FIM.

                           ' LIBERADAS. ***'
               END-IF
               PERFORM 0040-EXIBE-ALERTAS THRU 0040-FIM
               PERFORM 0044-EXIBE-AVISOS THRU 0044-FIM
               PERFORM 0042-EXIBE-RETORNOS THRU 0042-FIM
               PERFORM 0050-CARREGA-CONFIG THRU 0050-FIM
               PERFORM 0060-ABRE-SESSAO-ARQUIVOS THRU 0060-FIM
               SET MENU-SAIR TO FALSE
               PERFORM 0100-MENU THRU 0100-FIM UNTIL MENU-SAIR
               IF SESSAO-OCIOSA
                   PERFORM 0107-ENCERRA-POR-OCIO THRU 0107-FIM
               ELSE
                   PERFORM 0095-PASSAGEM-TURNO THRU 0095-FIM
               END-IF
               PERFORM 0026-ENCERRA-SESSAO THRU 0026-FIM
               PERFORM 0070-ENCERRA-SESSAO-ARQUIVOS THRU 0070-FIM
           END-IF.
           MOVE WS-OPER-ASSINADO TO SES-OPER.
           MOVE TURN-DATA-INI    TO SES-DATA.
           MOVE TURN-HORA-INI    TO SES-HORA.
           MOVE WS-TERMINAL      TO SES-TERMINAL.
           MOVE WS-PERFIL-AMBIENTE TO SES-AMBIENTE.
           MOVE TURN-DATA-INI    TO SES-ULT-DATA.
           MOVE TURN-HORA-INI    TO SES-ULT-HORA.
           WRITE RG-SESSAO
               INVALID KEY
                   CONTINUE
      *    PERFILTR.TXT E COPIADO SOBRE PERFIL.TXT ANTES DE
      *    QUALQUER RESOLUCAO DE CAMINHO - NINGUEM MAIS EDITA O
      *    PERFIL A MAO PARA TROCAR DE AMBIENTE. SEM OS ARQUIVOS DE
      *    MODELO, VALE O PERFIL.TXT COMO ESTA. DURANTE O ENSAIO DA
      *    CADEIA NOTURNA O PERFIL NAO PODE SER TROCADO - A CADEIA
      *    EM ENSAIO PASSARIA A LER OS DADOS DE PRODUCAO.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           IF AMBIENTE-ENSAIO
               DISPLAY 'ENSAIO DA CADEIA NOTURNA EM CURSO - TROCA DE'
                       ' AMBIENTE INDISPONIVEL.'
               GO TO 0010-FIM
           END-IF.
      *    O PERFIL E RELIDO DEPOIS DA ESCOLHA.
           SET PERFIL-CARREGADO TO FALSE.
           MOVE 'P' TO WS-PERFIL-AMBIENTE.

           MOVE SPACES TO WS-AMB-ESCOLHA.
           DISPLAY 'AMBIENTE: <P>RODUCAO OU <T>REINAMENTO'
                   ' (VAZIO = COMO ESTA): '
                                   THRU 0032-FIM
                   END-READ
                   CLOSE OPERMST
                   IF OPERADOR-ASSINADO
                       PERFORM 0031-VERIFICA-JANELA THRU 0031-FIM
                   END-IF
                   IF OPERADOR-ASSINADO
                       PERFORM 0033-VERIFICA-EXPIRACAO THRU 0033-FIM
                   END-IF
                   IF OPERADOR-ASSINADO
                       PERFORM 0035-VERIFICA-ENSAIO THRU 0035-FIM
                   END-IF
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               GO TO 0032-FIM
           END-IF.

           MOVE OPER-SAL           TO WS-SNH-SAL.
           MOVE WS-SENHA-INFORMADA TO WS-SNH-SENHA.
           PERFORM 9650-CALCULA-HASH THRU 9650-FIM.

           IF NOT OPER-ATIVO
              OR OPER-SENHA NOT EQUAL WS-SNH-HASH
               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               IF OPER-FALHAS < 9
                   ADD 1 TO OPER-FALHAS

           MOVE OPER-ID    TO WS-OPER-ASSINADO.
           MOVE OPER-NIVEL TO WS-NIVEL-ASSINADO.
           MOVE OPER-DEPTO TO WS-DEPTO-ASSINADO.
           SET OPERADOR-ASSINADO TO TRUE.
           DISPLAY 'BEM-VINDO(A), ' OPER-NOME.
       0032-FIM.

       0031-VERIFICA-JANELA.
      *    REGRAS DE ACESSO DO OPERADOR (OPERACES.DAT, MANTIDAS NO
      *    OPERMNT): DIA DA SEMANA, JANELA DE HORARIO E TERMINAL.
      *    ASSINATURA FORA DA REGRA E RECUSADA SEM NOVA TENTATIVA E
      *    JORNALIZADA; SEM REGRA CADASTRADA A ENTRADA E LIVRE.
           SET ACESSO-LIBERADO TO TRUE.
           SET ST-OACS-OK TO TRUE.
           OPEN INPUT OPERACES.
           IF NOT ST-OACS-OK
               GO TO 0031-FIM
           END-IF.

           MOVE WS-OPER-ASSINADO TO OACS-OPER.
           READ OPERACES
               INVALID KEY
                   CLOSE OPERACES
                   GO TO 0031-FIM
           END-READ.
           CLOSE OPERACES.

           ACCEPT WS-AGORA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA-HORA FROM TIME.
           MOVE WS-AGORA-HORA(1:4) TO WS-HORA-HHMM.
           PERFORM 0031B-DIA-DA-SEMANA THRU 0031B-FIM.

      *    ZELLER DA 0=SABADO, 1=DOMINGO ... 6=SEXTA; AS REGRAS VAO
      *    DE DOMINGO (1) A SABADO (7).
           IF WS-DIA-SEMANA EQUAL 0
               MOVE 7 TO WS-IDX-DIA
           ELSE
               MOVE WS-DIA-SEMANA TO WS-IDX-DIA
           END-IF.

           IF OACS-DIA(WS-IDX-DIA) NOT EQUAL 'S'
               DISPLAY 'ASSINATURA NAO PERMITIDA NESTE DIA DA SEMANA.'
               MOVE 'DIA NAO PERMITIDO   ' TO WS-EVENTO-TXT
               SET ACESSO-LIBERADO TO FALSE
           END-IF.

           IF ACESSO-LIBERADO
              AND (OACS-HORA-INI NOT EQUAL ZEROS
                   OR OACS-HORA-FIM NOT EQUAL ZEROS)
               IF WS-HORA-HHMM < OACS-HORA-INI
                  OR WS-HORA-HHMM NOT < OACS-HORA-FIM
                   DISPLAY 'ASSINATURA PERMITIDA SO DAS '
                           OACS-HORA-INI ' AS ' OACS-HORA-FIM '.'
                   MOVE 'FORA DA JANELA      ' TO WS-EVENTO-TXT
                   SET ACESSO-LIBERADO TO FALSE
               END-IF
           END-IF.

           IF ACESSO-LIBERADO
              AND OACS-TERMINAIS NOT EQUAL SPACES
               SET TERMINAL-PERMITIDO TO FALSE
               PERFORM 0031C-COMPARA-TERMINAL THRU 0031C-FIM
                       VARYING WS-IDX-TERM FROM 1 BY 1
                       UNTIL WS-IDX-TERM > 5
                          OR TERMINAL-PERMITIDO
               IF NOT TERMINAL-PERMITIDO
                   DISPLAY 'ASSINATURA NAO PERMITIDA NO TERMINAL '
                           WS-TERMINAL '.'
                   MOVE 'TERMINAL NAO PERMIT' TO WS-EVENTO-TXT
                   SET ACESSO-LIBERADO TO FALSE
               END-IF
           END-IF.

           IF NOT ACESSO-LIBERADO
               SET OPERADOR-ASSINADO TO FALSE
               MOVE 3 TO WS-TENTATIVAS
               MOVE 'R' TO WS-EVENTO-OP
               PERFORM 0038-JORNALIZA-EVENTO THRU 0038-FIM
           END-IF.
       0031-FIM.

       0031B-DIA-DA-SEMANA.
      *    CONGRUENCIA DE ZELLER, A MESMA DO DATEVAL (0=SABADO,
      *    1=DOMINGO, 2=SEGUNDA ... 6=SEXTA).
           MOVE WS-AGORA-DATA(7:2) TO WS-Z-DIA.
           MOVE WS-AGORA-DATA(5:2) TO WS-Z-MES.
           MOVE WS-AGORA-DATA(1:4) TO WS-Z-ANO.

           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANO
           END-IF.

           COMPUTE WS-Z-TEMP = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-TEMP BY 5   GIVING WS-Z-T1.
           DIVIDE WS-Z-ANO  BY 4   GIVING WS-Z-T2.
           DIVIDE WS-Z-ANO  BY 100 GIVING WS-Z-T3.
           DIVIDE WS-Z-ANO  BY 400 GIVING WS-Z-T4.
           COMPUTE WS-Z-SOMA = WS-Z-DIA + WS-Z-T1 + WS-Z-ANO
                             + WS-Z-T2 - WS-Z-T3 + WS-Z-T4.
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-Z-QUOC
               REMAINDER WS-DIA-SEMANA.
       0031B-FIM.

       0031C-COMPARA-TERMINAL.
           IF OACS-TERMINAL(WS-IDX-TERM) NOT EQUAL SPACES
              AND OACS-TERMINAL(WS-IDX-TERM) EQUAL WS-TERMINAL
               SET TERMINAL-PERMITIDO TO TRUE
           END-IF.
       0031C-FIM.

       0033-VERIFICA-EXPIRACAO.
      *    SENHA MAIS VELHA QUE O PRAZO DE SENHACFG.TXT (PADRAO 90
      *    DIAS) FORCA A TROCA AINDA NA ASSINATURA; TROCA RECUSADA
      *    DERRUBA A ASSINATURA. SENHA PROVISORIA (DADA PELO OPERMNT
      *    OU VINDA DA CONVERSAO PARA HASH) TAMBEM FORCA A TROCA.
           IF OPER-TROCA-PENDENTE
               DISPLAY 'SENHA PROVISORIA - TROQUE AGORA PARA ENTRAR.'
               PERFORM 0036-TROCA-SENHA THRU 0036-FIM
               IF NOT TROCA-OK
                   DISPLAY 'TROCA RECUSADA - ASSINATURA DESFEITA.'
                   SET OPERADOR-ASSINADO TO FALSE
               END-IF
               GO TO 0033-FIM
           END-IF.

           PERFORM 0034-CARREGA-PRAZO THRU 0034-FIM.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.

           END-IF.
       0034-FIM.

       0035-VERIFICA-ENSAIO.
      *    PERFIL DE ENSAIO SEM ENSAIO EM CURSO (MARCA ENSAIO.ATIVO
      *    DE HOJE) E SOBRA DE UM ENSAIO INTERROMPIDO - A SESSAO
      *    TRABALHARIA SOBRE A COPIA DO ENSAIO. SO O SUPERVISOR
      *    ENTRA, PARA RODAR O ENSAIO E DEVOLVER O PERFIL DE
      *    PRODUCAO; OS DEMAIS SAO RECUSADOS E JORNALIZADOS.
           IF NOT AMBIENTE-ENSAIO
               GO TO 0035-FIM
           END-IF.

           SET ENSAIO-EM-CURSO TO FALSE.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           SET ST-ENSM-OK TO TRUE.
           OPEN INPUT ENSMARCA.
           IF ST-ENSM-OK
               READ ENSMARCA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENSM-DATA EQUAL WS-HOJE-DATA
                           SET ENSAIO-EM-CURSO TO TRUE
                       END-IF
               END-READ
               CLOSE ENSMARCA
           END-IF.
           IF ENSAIO-EM-CURSO
               GO TO 0035-FIM
           END-IF.

           DISPLAY 'PERFIL.TXT COM AMBIENTE=ENSAIO SEM ENSAIO EM'
                   ' CURSO - SOBRA DE UM ENSAIO INTERROMPIDO.'
           IF WS-NIVEL-ASSINADO >= 2
               DISPLAY 'RODE O ENSAIO AGORA PARA DEVOLVER O PERFIL'
                       ' DE PRODUCAO (PERFIL.ANTES) - ATE LA AS'
                       ' TELAS LEEM A COPIA DO ENSAIO.'
           ELSE
               DISPLAY 'SO SUPERVISOR ENTRA ATE O PERFIL DE PRODUCAO'
                       ' SER DEVOLVIDO - CHAME O SUPERVISOR.'
               SET OPERADOR-ASSINADO TO FALSE
               MOVE 3 TO WS-TENTATIVAS
               MOVE 'PERFIL DE ENSAIO    ' TO WS-EVENTO-TXT
               MOVE 'R' TO WS-EVENTO-OP
               PERFORM 0038-JORNALIZA-EVENTO THRU 0038-FIM
           END-IF.
       0035-FIM.

       0036-TROCA-SENHA.
      *    TROCA DA PROPRIA SENHA: NOVA SENHA PEDIDA DUAS VEZES,
      *    RECUSADA EM BRANCO, IGUAL A ATUAL OU JA PRESENTE NO
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
               NOT INVALID KEY
                   MOVE OPER-SAL      TO WS-SNH-SAL
                   MOVE WS-SENHA-NOVA TO WS-SNH-SENHA
                   PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                   IF WS-SNH-HASH EQUAL OPER-SENHA
                       DISPLAY 'A NOVA SENHA NAO PODE SER A ATUAL.'
                   ELSE
                       PERFORM 9655-GERA-SAL THRU 9655-FIM
                       MOVE WS-SENHA-NOVA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       MOVE WS-SNH-HASH   TO OPER-SENHA
                       MOVE WS-SNH-SAL    TO OPER-SAL
                       SET OPER-TROCA-FEITA TO TRUE
                       ACCEPT OPER-DATA-SENHA FROM DATE YYYYMMDD
                       MOVE ZEROS TO OPER-FALHAS
                       MOVE 'L'   TO OPER-BLOQUEIO
                       SET FIM-SH-OK TO TRUE
                   ELSE
                       MOVE SH-SEQ TO WS-PROX-SEQ-SH
                       MOVE SH-SAL        TO WS-SNH-SAL
                       MOVE WS-SENHA-NOVA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF SH-SENHA EQUAL WS-SNH-HASH
                           SET SENHA-REPETIDA TO TRUE
                       END-IF
                   END-IF
               MOVE WS-OPER-ASSINADO TO SH-OPER-ID
               ADD 1 TO WS-PROX-SEQ-SH
               MOVE WS-PROX-SEQ-SH   TO SH-SEQ
               MOVE WS-SNH-HASH      TO SH-SENHA
               MOVE WS-SNH-SAL       TO SH-SAL
               ACCEPT SH-DATA FROM DATE YYYYMMDD
               WRITE RG-SENHAHIS
                   INVALID KEY

       0100-MENU.
           MOVE SPACES                 TO WS-OPCAO.
           ACCEPT WS-ULT-ESCOLHA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA-HORA FROM TIME.
           MOVE WS-AGORA-HORA(1:6) TO WS-ULT-ESCOLHA-HORA.
           IF AMBIENTE-TREINAMENTO
               DISPLAY '*** AMBIENTE DE TREINAMENTO ***'
           END-IF.
           DISPLAY '07_RELATORIOS.'
           DISPLAY '08_TROCAR A MINHA SENHA.'
           DISPLAY '09_LIMPAR SESSOES E TRAVAS (SUPERVISOR).'
           DISPLAY 'A _ACOMPANHAMENTO DE NOTAS (RETORNOS).'
           DISPLAY 'B _MINHA FILA DE TRABALHO.'
           DISPLAY 'C _AVISOS AOS OPERADORES (SUPERVISOR).'
           DISPLAY '00_SAIR.'
           ACCEPT WS-OPCAO.

           PERFORM 0105-VERIFICA-OCIO THRU 0105-FIM.
           IF SESSAO-OCIOSA
               SET MENU-SAIR TO TRUE
               GO TO 0100-FIM
           END-IF.

           PERFORM 0109-VERIFICA-DESATIVADO THRU 0109-FIM.
           IF SESSAO-OCIOSA
               SET MENU-SAIR TO TRUE
               GO TO 0100-FIM
           END-IF.

           EVALUATE WS-OPCAO
            WHEN '1'
            WHEN '2'
                  PERFORM 0400-LIMPA-SESSOES THRU 0400-FIM
              END-IF

            WHEN 'A'
            WHEN 'a'
              MOVE SPACES TO WS-MENSAGEM
              MOVE WS-OPER-ASSINADO  TO WS-OPERADOR-COM
              MOVE WS-NIVEL-ASSINADO TO WS-NIVEL-COM
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/LEMBMNT'
                  USING WS-COM-AREA
              END-CALL

            WHEN 'B'
            WHEN 'b'
              MOVE SPACES TO WS-MENSAGEM
              MOVE WS-OPER-ASSINADO  TO WS-OPERADOR-COM
              MOVE WS-NIVEL-ASSINADO TO WS-NIVEL-COM
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/FILATRAB'
                  USING WS-COM-AREA
              END-CALL

            WHEN 'C'
            WHEN 'c'
              IF WS-NIVEL-ASSINADO < 2
                  DISPLAY 'AVISOS RESTRITOS AO SUPERVISOR -'
                          ' ACESSO NEGADO.'
              ELSE
                  MOVE SPACES TO WS-MENSAGEM
                  MOVE WS-OPER-ASSINADO  TO WS-OPERADOR-COM
                  MOVE WS-NIVEL-ASSINADO TO WS-NIVEL-COM
                  CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/AVISMNT'
                      USING WS-COM-AREA
                  END-CALL
              END-IF

            WHEN '0'
            WHEN 'X'
            WHEN 'x'
           END-EVALUATE.
       0100-FIM.

       0105-VERIFICA-OCIO.
      *    A ESCOLHA QUE CHEGA DEPOIS DO PRAZO DE INATIVIDADE NAO E
      *    ATENDIDA - A SESSAO E ENCERRADA NO LUGAR. DENTRO DO PRAZO
      *    A ULTIMA ATIVIDADE DA SESSAO E ATUALIZADA EM SESSOES.DAT.
           IF WS-MIN-OCIO EQUAL ZEROS
               GO TO 0105-FIM
           END-IF.

           MOVE WS-ULT-ESCOLHA-DATA(1:4) TO WS-CALC-ANO.
           MOVE WS-ULT-ESCOLHA-DATA(5:2) TO WS-CALC-MES.
           MOVE WS-ULT-ESCOLHA-DATA(7:2) TO WS-CALC-DIA.
           PERFORM 0090-DIA-SERIAL THRU 0090-FIM.
           MOVE WS-ULT-ESCOLHA-HORA(1:2) TO WS-HH-AUX.
           MOVE WS-ULT-ESCOLHA-HORA(3:2) TO WS-MM-AUX.
           COMPUTE WS-MIN-ANTES = WS-SERIAL-SAIDA * 1440
                   + WS-HH-AUX * 60 + WS-MM-AUX.

           ACCEPT WS-AGORA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA-HORA FROM TIME.
           MOVE WS-AGORA-DATA(1:4) TO WS-CALC-ANO.
           MOVE WS-AGORA-DATA(5:2) TO WS-CALC-MES.
           MOVE WS-AGORA-DATA(7:2) TO WS-CALC-DIA.
           PERFORM 0090-DIA-SERIAL THRU 0090-FIM.
           MOVE WS-AGORA-HORA(1:2) TO WS-HH-AUX.
           MOVE WS-AGORA-HORA(3:2) TO WS-MM-AUX.
           COMPUTE WS-MIN-AGORA = WS-SERIAL-SAIDA * 1440
                   + WS-HH-AUX * 60 + WS-MM-AUX.

           COMPUTE WS-MIN-PARADO = WS-MIN-AGORA - WS-MIN-ANTES.
           IF WS-MIN-PARADO > WS-MIN-OCIO
               SET SESSAO-OCIOSA TO TRUE
               DISPLAY '*** SESSAO ENCERRADA APOS ' WS-MIN-OCIO
                       ' MINUTOS SEM ESCOLHA DE MENU -'
                       ' ASSINE NOVAMENTE. ***'
               GO TO 0105-FIM
           END-IF.

           PERFORM 0106-ATUALIZA-ATIVIDADE THRU 0106-FIM.
       0105-FIM.

       0106-ATUALIZA-ATIVIDADE.
           SET ST-SES-OK TO TRUE.
           OPEN I-O SESSOES.
           IF NOT ST-SES-OK
               GO TO 0106-FIM
           END-IF.

           MOVE WS-OPER-ASSINADO TO SES-OPER.
           MOVE TURN-DATA-INI    TO SES-DATA.
           MOVE TURN-HORA-INI    TO SES-HORA.
           READ SESSOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-AGORA-DATA       TO SES-ULT-DATA
                   MOVE WS-AGORA-HORA(1:6)  TO SES-ULT-HORA
                   REWRITE RG-SESSAO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE SESSOES.
       0106-FIM.

       0107-ENCERRA-POR-OCIO.
      *    ENCERRAMENTO AUTOMATICO: JORNALIZA, SOLTA AS TRAVAS
      *    LOCK.DAT DO OPERADOR; O REGISTRO EM SESSOES.DAT E A
      *    SESSAO DO FILESRV CAEM NO ENCERRAMENTO NORMAL QUE SEGUE.
           IF SESSAO-DESATIVADA
               MOVE 'ENCERRADA OPER INAT ' TO WS-EVENTO-TXT
           ELSE
               MOVE 'ENCERRADA POR OCIO  ' TO WS-EVENTO-TXT
           END-IF.
           MOVE 'X' TO WS-EVENTO-OP.
           MOVE WS-OPER-ASSINADO TO WS-ID-INFORMADO.
           PERFORM 0038-JORNALIZA-EVENTO THRU 0038-FIM.

           MOVE ZEROS TO WS-QTD-TRAVAS-LIMPA.
           SET ST-LOCK-OK TO TRUE.
           OPEN I-O LOCKDADOS.
           IF ST-LOCK-OK
               SET FIM-SES-OK TO FALSE
               PERFORM 0108-SOLTA-TRAVA-PROPRIA THRU 0108-FIM
                       UNTIL FIM-SES-OK
               CLOSE LOCKDADOS
           END-IF.
           IF WS-QTD-TRAVAS-LIMPA > ZEROS
               DISPLAY WS-QTD-TRAVAS-LIMPA ' TRAVA(S) DO OPERADOR'
                       ' SOLTA(S).'
           END-IF.
       0107-FIM.

       0108-SOLTA-TRAVA-PROPRIA.
           READ LOCKDADOS NEXT RECORD
               AT END
                   SET FIM-SES-OK TO TRUE
               NOT AT END
                   IF LOCK-OPERADOR EQUAL WS-OPER-ASSINADO
                       DELETE LOCKDADOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-QTD-TRAVAS-LIMPA
                   END-IF
           END-READ.
       0108-FIM.

       0109-VERIFICA-DESATIVADO.
      *    OPERADOR DESATIVADO DURANTE A SESSAO (OPERMNT OU
      *    DESLIGAMENTO APLICADO PELO RHAPL) NAO TEM MAIS ESCOLHA
      *    ATENDIDA: A SESSAO E ENCERRADA COMO NA INATIVIDADE.
           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF NOT ST-OPER-OK
               GO TO 0109-FIM
           END-IF.

           MOVE WS-OPER-ASSINADO TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   SET SESSAO-DESATIVADA TO TRUE
               NOT INVALID KEY
                   IF NOT OPER-ATIVO
                       SET SESSAO-DESATIVADA TO TRUE
                   END-IF
           END-READ.
           CLOSE OPERMST.

           IF SESSAO-DESATIVADA
               SET SESSAO-OCIOSA TO TRUE
               DISPLAY '*** OPERADOR DESATIVADO - SESSAO ENCERRADA. ***'
           END-IF.
       0109-FIM.

       0040-EXIBE-ALERTAS.
      *    ALERTAS PENDENTES DOS PROGRAMAS DE LOTE APARECEM ANTES DO
      *    MENU; O OPERADOR PODE DAR CIENCIA E CADA ALERTA PASSA POR
           END-READ.
       0048-FIM.

       0044-EXIBE-AVISOS.
      *    AVISOS DOS SUPERVISORES VIGENTES E AINDA NAO LIDOS PELO
      *    OPERADOR APARECEM POR PRIORIDADE (ALTA, MEDIA, BAIXA);
      *    CADA UM SO SAI DA TELA COM A CONFIRMACAO DE LEITURA,
      *    GRAVADA EM AVISOLID.DAT PARA O AVISREL.
           MOVE ZEROS TO WS-QTD-AVISOS.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.

           SET ST-AVI-OK TO TRUE.
           OPEN INPUT AVISOS.
           IF NOT ST-AVI-OK
               GO TO 0044-FIM
           END-IF.

           SET ST-AVL-OK TO TRUE.
           OPEN I-O AVISOLID.
           IF WS-ST-AVL EQUAL 35 THEN
               OPEN OUTPUT AVISOLID
               CLOSE AVISOLID
               OPEN I-O AVISOLID
           END-IF.
           IF NOT ST-AVL-OK
               DISPLAY 'CONFIRMACOES DE LEITURA INDISPONIVEIS (STATUS '
                       WS-ST-AVL ') - AVISOS NAO EXIBIDOS.'
               CLOSE AVISOS
               GO TO 0044-FIM
           END-IF.

           MOVE 1 TO WS-AVI-PASSO.
           PERFORM 0044B-PASSA-PRIORIDADE THRU 0044B-FIM
                   UNTIL WS-AVI-PASSO > 3.

           IF WS-QTD-AVISOS > ZEROS
               DISPLAY WS-QTD-AVISOS ' AVISO(S) COM LEITURA'
                       ' CONFIRMADA.'
           END-IF.

           CLOSE AVISOLID.
           CLOSE AVISOS.
       0044-FIM.

       0044B-PASSA-PRIORIDADE.
           SET FIM-AVI-OK TO FALSE.
           MOVE ZEROS TO AVI-NUMERO.
           START AVISOS KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   SET FIM-AVI-OK TO TRUE
           END-START.
           PERFORM 0044C-AVALIA-AVISO THRU 0044C-FIM
                   UNTIL FIM-AVI-OK.
           ADD 1 TO WS-AVI-PASSO.
       0044B-FIM.

       0044C-AVALIA-AVISO.
           READ AVISOS NEXT RECORD
               AT END
                   SET FIM-AVI-OK TO TRUE
                   GO TO 0044C-FIM
           END-READ.
           IF AVI-PRIORIDADE NOT EQUAL WS-AVI-PRIO(WS-AVI-PASSO)
               GO TO 0044C-FIM
           END-IF.
           IF NOT AVI-ATIVO
              OR AVI-DATA-INI > WS-HOJE-DATA
              OR AVI-DATA-FIM < WS-HOJE-DATA
               GO TO 0044C-FIM
           END-IF.
           IF AVI-PARA-DEPTO
              AND AVI-DEPTO NOT EQUAL WS-DEPTO-ASSINADO
               GO TO 0044C-FIM
           END-IF.
           IF AVI-PARA-OPER
              AND AVI-OPERADOR NOT EQUAL WS-OPER-ASSINADO
               GO TO 0044C-FIM
           END-IF.

           MOVE SPACES           TO RG-AVISOLID.
           MOVE AVI-NUMERO       TO AVL-NUMERO.
           MOVE WS-OPER-ASSINADO TO AVL-OPERADOR.
           READ AVISOLID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 0044C-FIM
           END-READ.

           EVALUATE TRUE
               WHEN AVI-PRIO-ALTA
                   MOVE 'ALTA'  TO WS-AVI-PRIO-ED
               WHEN AVI-PRIO-MEDIA
                   MOVE 'MEDIA' TO WS-AVI-PRIO-ED
               WHEN OTHER
                   MOVE 'BAIXA' TO WS-AVI-PRIO-ED
           END-EVALUATE.
           DISPLAY '*** AVISO ' AVI-NUMERO ' - PRIORIDADE '
                   WS-AVI-PRIO-ED ' - DE ' AVI-CRIADO-POR ' EM '
                   AVI-DATA-CRIACAO ' ***'.
           DISPLAY AVI-TEXTO.
           MOVE SPACES TO WS-CONFIRMA-LEITURA.
           PERFORM 0044D-CONFIRMA-LEITURA THRU 0044D-FIM
                   UNTIL LEITURA-CONFIRMADA.

           MOVE SPACES           TO RG-AVISOLID.
           MOVE AVI-NUMERO       TO AVL-NUMERO.
           MOVE WS-OPER-ASSINADO TO AVL-OPERADOR.
           ACCEPT AVL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA-HORA FROM TIME.
           MOVE WS-AGORA-HORA(1:6) TO AVL-HORA.
           MOVE WS-TERMINAL      TO AVL-TERMINAL.
           WRITE RG-AVISOLID
               INVALID KEY
                   DISPLAY 'LEITURA DO AVISO ' AVI-NUMERO
                           ' JA REGISTRADA.'
           END-WRITE.
           ADD 1 TO WS-QTD-AVISOS.
       0044C-FIM.

       0044D-CONFIRMA-LEITURA.
           DISPLAY 'CONFIRME A LEITURA DO AVISO ' AVI-NUMERO
                   ' DIGITANDO S: '
           ACCEPT WS-CONFIRMA-LEITURA.
           IF NOT LEITURA-CONFIRMADA
               DISPLAY 'A CONFIRMACAO DE LEITURA E OBRIGATORIA.'
           END-IF.
       0044D-FIM.

       0042-EXIBE-RETORNOS.
      *    NA ASSINATURA O OPERADOR VE OS RETORNOS DAS NOTAS QUE
      *    VENCEM HOJE OU JA VENCERAM E SAO DELE OU DO DEPARTAMENTO
      *    DELE (OPER-DEPTO) SEM OPERADOR; OS DE OUTROS DEPARTAMENTOS
      *    NAO APARECEM.
           MOVE ZEROS TO WS-QTD-RETORNOS WS-QTD-RET-DEPTO.
           SET FIM-LEMB-OK TO FALSE.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.

           SET ST-LEMB-OK TO TRUE.
           OPEN INPUT LEMBRETE.
           IF NOT ST-LEMB-OK
               GO TO 0042-FIM
           END-IF.
           SET ST-NOTA-OK TO TRUE.
           OPEN INPUT NOTAS.

           PERFORM 0043-LISTA-RETORNO THRU 0043-FIM
                   UNTIL FIM-LEMB-OK.

           IF WS-QTD-RETORNOS > ZEROS
               DISPLAY WS-QTD-RETORNOS ' RETORNO(S) SEU(S) PARA HOJE'
                       ' OU EM ATRASO.'
           END-IF.
           IF WS-QTD-RET-DEPTO > ZEROS
               DISPLAY WS-QTD-RET-DEPTO ' RETORNO(S) DO DEPARTAMENTO '
                       WS-DEPTO-ASSINADO ' PARA HOJE OU EM ATRASO.'
           END-IF.

           IF ST-NOTA-OK
               CLOSE NOTAS
           END-IF.
           CLOSE LEMBRETE.
       0042-FIM.

       0043-LISTA-RETORNO.
           READ LEMBRETE NEXT RECORD
               AT END
                   SET FIM-LEMB-OK TO TRUE
                   GO TO 0043-FIM
           END-READ.
           IF NOT LEM-ABERTO
              OR LEM-DATA-RETORNO > WS-HOJE-DATA
               GO TO 0043-FIM
           END-IF.
           IF LEM-OPERADOR EQUAL SPACES
               IF WS-DEPTO-ASSINADO EQUAL SPACES
                  OR LEM-DEPTO NOT EQUAL WS-DEPTO-ASSINADO
                   GO TO 0043-FIM
               END-IF
               ADD 1 TO WS-QTD-RET-DEPTO
           ELSE
               IF LEM-OPERADOR NOT EQUAL WS-OPER-ASSINADO
                   GO TO 0043-FIM
               END-IF
               ADD 1 TO WS-QTD-RETORNOS
           END-IF.

           IF LEM-DATA-RETORNO EQUAL WS-HOJE-DATA
               MOVE 'VENCE HOJE' TO WS-SITUACAO-RETORNO
           ELSE
               MOVE 'ATRASADO'   TO WS-SITUACAO-RETORNO
           END-IF.
           MOVE SPACES TO NOTA-TEXTO.
           IF ST-NOTA-OK
               MOVE LEM-CHAVE TO NOTA-CHAVE
               READ NOTAS
                   INVALID KEY
                       MOVE '(NOTA NAO ENCONTRADA)' TO NOTA-TEXTO
               END-READ
           END-IF.
           DISPLAY 'RETORNO ' WS-SITUACAO-RETORNO ' ' LEM-DATA-RETORNO
                   ' COD ' LEM-COD-DADOS ' - ' NOTA-TEXTO.
       0043-FIM.

       0050-CARREGA-CONFIG.
      *    A EXCLUSAO (DELDADOS) E RESTRITA AO NIVEL 2 (SUPERVISOR);
      *    AS DEMAIS OPCOES SAO DE NIVEL 1.
           END-IF.
       0050-FIM.

       0015-IDENTIFICA-TERMINAL.
      *    IDENTIFICACAO DA ESTACAO PELO NOME DA MAQUINA NO
      *    AMBIENTE DO SISTEMA OPERACIONAL; SEM ELE, CONSOLE.
           MOVE SPACES TO WS-TERMINAL.
           ACCEPT WS-TERMINAL FROM ENVIRONMENT 'COMPUTERNAME'
               ON EXCEPTION
                   MOVE SPACES TO WS-TERMINAL
           END-ACCEPT.
           IF WS-TERMINAL EQUAL SPACES
               ACCEPT WS-TERMINAL FROM ENVIRONMENT 'HOSTNAME'
                   ON EXCEPTION
                       MOVE SPACES TO WS-TERMINAL
               END-ACCEPT
           END-IF.
           IF WS-TERMINAL EQUAL SPACES
               MOVE 'CONSOLE' TO WS-TERMINAL
           END-IF.
       0015-FIM.

       0055-CARREGA-OCIO.
           SET ST-SSCFG-OK TO TRUE.
           OPEN INPUT SESSCFG.
           IF NOT ST-SSCFG-OK
               GO TO 0055-FIM
           END-IF.
           SET FIM-CFG-OK TO FALSE.
           PERFORM 0056-LE-LINHA-OCIO THRU 0056-FIM
                   UNTIL FIM-CFG-OK.
           CLOSE SESSCFG.
       0055-FIM.

       0056-LE-LINHA-OCIO.
           READ SESSCFG
               AT END
                   SET FIM-CFG-OK TO TRUE
               NOT AT END
                   IF RG-SESSCFG(1:5) EQUAL 'OCIO='
                      AND RG-SESSCFG(6:3) NUMERIC
                       MOVE RG-SESSCFG(6:3) TO WS-MIN-OCIO
                   END-IF
           END-READ.
       0056-FIM.

       0210-BUSCA-CAMINHO.
           SET WS-IDX-CAMINHO TO 1.
           SEARCH WS-CAMINHO-ITEM
                   SET FIM-SES-OK TO TRUE
               NOT AT END
                   DISPLAY '  ' SES-OPER ' DESDE ' SES-DATA ' '
                           SES-HORA ' TERM ' SES-TERMINAL
                           ' AMB ' SES-AMBIENTE
                           ' ULTIMA ESCOLHA ' SES-ULT-HORA
                   ADD 1 TO WS-QTD-SESSOES
           END-READ.
       0206-FIM.
           DISPLAY '3_RELATORIO DE EXCECOES (RELEXCECAO).'
           DISPLAY '4_EXPORTACAO CSV (CSVEXPORT).'
           DISPLAY '5_CATALOGO DE RELATORIOS (RELCATLG).'
           DISPLAY '6_RETORNOS DE NOTAS EM ATRASO (LEMBREL).'
           DISPLAY '7_LEITURA DOS AVISOS (AVISREL).'
           DISPLAY '8_TEMPOS DE ATENDIMENTO DAS FILAS (SLAREL).'
           DISPLAY '9_SALDO DIARIO DOS JUROS APURADOS (JUROREL).'
           DISPLAY '0_VOLTAR AO MENU PRINCIPAL.'
           ACCEPT WS-OPCAO-REL.

      *    OS RELATORIOS DO CADASTRO RECORTAM PELA EMPRESA DO
      *    OPERADOR ASSINADO.
           MOVE SPACES            TO WS-MENSAGEM.
           MOVE WS-OPER-ASSINADO  TO WS-OPERADOR-COM.
           MOVE WS-NIVEL-ASSINADO TO WS-NIVEL-COM.

           EVALUATE WS-OPCAO-REL
            WHEN '1'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/RELMENSAL'
                   USING WS-COM-AREA
            WHEN '2'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/RELVALOR'
                   USING WS-COM-AREA
            WHEN '3'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/RELEXCECAO'
                   USING WS-COM-AREA
            WHEN '4'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CSVEXPORT'
                   USING WS-COM-AREA
            WHEN '5'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/RELCATLG'
            WHEN '6'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/LEMBREL'
                   USING WS-COM-AREA
            WHEN '7'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/AVISREL'
                   USING WS-COM-AREA
            WHEN '8'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/SLAREL'
                   USING WS-COM-AREA
            WHEN '9'
              CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/JUROREL'
                   USING WS-COM-AREA
            WHEN '0'
              CONTINUE
            WHEN OTHER
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'LEMBRETE.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LEMBRETE-DAT.
           MOVE 'NOTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-NOTAS-DAT.
           MOVE 'OPERACES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERACES-DAT.
           MOVE 'SESSCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SESSCFG-TXT.
           MOVE 'AVISOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AVISOS-DAT.
           MOVE 'AVISOLID.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AVISOLID-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY BLOQBAT.
