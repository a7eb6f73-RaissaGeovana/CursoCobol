      *          este arquivo antes de liberar as opcoes de menu;
      *          trocas de senha entram no historico SENHAHIS.DAT e
      *          o desbloqueio e jornalizado no DIARIO.
      *          A opcao <J>anela mantem as regras de acesso do
      *          operador (OPERACES.DAT): dias da semana, horario
      *          e terminais em que a assinatura e aceita.
      *          A senha nunca e gravada como digitada: OPERMST e
      *          SENHAHIS guardam so o hash com sal (COPY SENHA), e a
      *          senha dada aqui e provisoria - o operador e obrigado
      *          a troca-la na proxima assinatura.
      *          Cada operador fica restrito a uma empresa do grupo
      *          (OPER-EMPRESA), obrigatoria no nivel 1 - so o
      *          supervisor pode ficar sem empresa e ter a visao
      *          consolidada do cadastro.
      *          O departamento de lotacao (OPER-DEPTO) vem do RH pelo
      *          RHAPL e pode ser corrigido aqui; e por ele que o
      *          operador recebe os avisos dirigidos ao departamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.
              SELECT OPERACES ASSIGN TO WS-ARQ-OPERACES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS OACS-OPER
              FILE STATUS IS WS-ST-OACS.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_SENHAHIS.
       FD DIARIO.
       COPY FD_DIARIO.
       FD OPERACES.
       COPY FD_OPERACES.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
         88 OPCAO-REATIVAR            VALUE 'R' 'r'.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
         88 OPCAO-DESBLOQUEAR         VALUE 'B' 'b'.
         88 OPCAO-JANELA              VALUE 'J' 'j'.
       77 WS-ID-ENTRADA     PIC X(08) VALUE SPACES.
       77 WS-NOME-ENTRADA   PIC X(30) VALUE SPACES.
       77 WS-SENHA-ENTRADA  PIC X(08) VALUE SPACES.
       77 WS-NIVEL-ENTRADA  PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-ENTRADA PIC X(04) VALUE SPACES.
       77 WS-DEPTO-ENTRADA  PIC X(04) VALUE SPACES.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77  WS-ARQ-SENHAHIS-DAT  PIC X(60) VALUE SPACES.
       77 WS-FIM-SH         PIC X     VALUE 'N'.
         88 FIM-SH-OK       VALUE 'S' FALSE 'N'.
       77 WS-PROX-SEQ-SH    PIC 9(03) VALUE ZEROS.
       77  WS-ARQ-OPERACES-DAT  PIC X(60) VALUE SPACES.
       77 WS-ST-OACS        PIC 99.
         88 ST-OACS-OK      VALUE 0.
       77 WS-OACS-EXISTE    PIC X     VALUE 'N'.
         88 OACS-EXISTE               VALUE 'S' FALSE 'N'.
       77 WS-OPER-EXISTE    PIC X     VALUE 'N'.
         88 OPER-EXISTE               VALUE 'S' FALSE 'N'.
       77 WS-DIAS-ENTRADA   PIC X(07) VALUE SPACES.
       77 WS-HORA-INI-ENT   PIC X(04) VALUE SPACES.
       77 WS-HORA-FIM-ENT   PIC X(04) VALUE SPACES.
       77 WS-TERM-ENTRADA   PIC X(08) VALUE SPACES.
       77 WS-IDX-OACS       PIC 9(01) VALUE ZEROS.
       77 WS-DADO-VALIDO    PIC X     VALUE 'N'.
         88 DADO-VALIDO               VALUE 'S' FALSE 'N'.
       77 WS-FIM-TERM       PIC X     VALUE 'N'.
         88 FIM-TERM-OK               VALUE 'S' FALSE 'N'.
       77 WS-JORNAL-NOME    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<I>NCLUIR, <A>LTERAR, <D>ESATIVAR, <R>EATIVAR,'
                   ' DES<B>LOQUEAR, <J>ANELA DE ACESSO,'
                   ' <L>ISTAR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
                   PERFORM 0230-MUDA-SITUACAO THRU 0230-FIM
               WHEN OPCAO-DESBLOQUEAR
                   PERFORM 0235-DESBLOQUEIA THRU 0235-FIM
               WHEN OPCAO-JANELA
                   PERFORM 0300-JANELA-ACESSO THRU 0300-FIM
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTA THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
           IF ST-OK THEN
               MOVE WS-ID-ENTRADA    TO OPER-ID
               MOVE WS-NOME-ENTRADA  TO OPER-NOME
               PERFORM 0275-PREPARA-SENHA THRU 0275-FIM
               MOVE WS-NIVEL-ENTRADA TO OPER-NIVEL
               MOVE WS-EMPRESA-ENTRADA TO OPER-EMPRESA
               MOVE WS-DEPTO-ENTRADA TO OPER-DEPTO
               SET OPER-ATIVO TO TRUE
               ACCEPT OPER-DATA-SENHA FROM DATE YYYYMMDD
               MOVE ZEROS TO OPER-FALHAS
                   NOT INVALID KEY
                       DISPLAY 'NOME ATUAL..: ' OPER-NOME
                       DISPLAY 'NIVEL ATUAL.: ' OPER-NIVEL
                       DISPLAY 'EMPRESA.....: ' OPER-EMPRESA
                       DISPLAY 'LOTACAO.....: ' OPER-DEPTO
                       PERFORM 0260-ACEITA-DADOS THRU 0260-FIM
                       MOVE WS-NOME-ENTRADA  TO OPER-NOME
                       MOVE OPER-SAL         TO WS-SNH-SAL
                       MOVE WS-SENHA-ENTRADA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF WS-SNH-HASH NOT EQUAL OPER-SENHA
      *                    TROCA ADMINISTRATIVA DE SENHA REINICIA O
      *                    PRAZO DE VALIDADE E ENTRA NO HISTORICO.
                           PERFORM 0275-PREPARA-SENHA THRU 0275-FIM
                           ACCEPT OPER-DATA-SENHA FROM DATE YYYYMMDD
                           MOVE ZEROS TO OPER-FALHAS
                           MOVE 'L'   TO OPER-BLOQUEIO
                           PERFORM 0280-GRAVA-HISTORICO THRU 0280-FIM
                       END-IF
                       MOVE WS-NIVEL-ENTRADA TO OPER-NIVEL
                       MOVE WS-EMPRESA-ENTRADA TO OPER-EMPRESA
                       MOVE WS-DEPTO-ENTRADA TO OPER-DEPTO
                       REWRITE RG-OPER
                       DISPLAY 'OPERADOR ATUALIZADO COM SUCESSO.'
               END-READ
                               SET OPER-INATIVO TO TRUE
                           ELSE
                               SET OPER-ATIVO TO TRUE
      *                        ADMITIDO PELO RHAPL VEM SEM EMPRESA.
                               MOVE OPER-NIVEL   TO WS-NIVEL-ENTRADA
                               MOVE OPER-EMPRESA TO WS-EMPRESA-ENTRADA
                               PERFORM 0272-ACEITA-EMPRESA
                                       THRU 0272-FIM
                                       UNTIL WS-NIVEL-ENTRADA = 2
                                          OR WS-EMPRESA-ENTRADA
                                             NOT = SPACES
                               MOVE WS-EMPRESA-ENTRADA TO OPER-EMPRESA
                           END-IF
                           REWRITE RG-OPER
                           DISPLAY 'SITUACAO ATUALIZADA COM SUCESSO.'
                               MOVE ZEROS TO OPER-FALHAS
                               MOVE 'L'   TO OPER-BLOQUEIO
                               REWRITE RG-OPER
                               MOVE 'DESBLOQUEIO OPERADOR'
                                    TO WS-JORNAL-NOME
                               PERFORM 0290-JORNALIZA-DESBLOQUEIO
                                       THRU 0290-FIM
                               DISPLAY 'OPERADOR DESBLOQUEADO.'
           END-IF.
       0235-FIM.

       0275-PREPARA-SENHA.
      *    SAL NOVO E HASH DA SENHA INFORMADA; A SENHA DADA PELO
      *    SUPERVISOR E PROVISORIA E PRECISA SER TROCADA PELO
      *    PROPRIO OPERADOR NA PROXIMA ASSINATURA. O SAL E O HASH
      *    FICAM NA AREA DO HASH PARA O HISTORICO (0280).
           PERFORM 9655-GERA-SAL THRU 9655-FIM.
           MOVE WS-SENHA-ENTRADA TO WS-SNH-SENHA.
           PERFORM 9650-CALCULA-HASH THRU 9650-FIM.
           MOVE WS-SNH-HASH TO OPER-SENHA.
           MOVE WS-SNH-SAL  TO OPER-SAL.
           SET OPER-TROCA-PENDENTE TO TRUE.
       0275-FIM.

       0280-GRAVA-HISTORICO.
           SET ST-SH-OK TO TRUE.
           OPEN I-O SENHAHIS.
               PERFORM 0285-PROXIMA-SEQUENCIA THRU 0285-FIM
               MOVE WS-ID-ENTRADA    TO SH-OPER-ID
               MOVE WS-PROX-SEQ-SH   TO SH-SEQ
               MOVE WS-SNH-HASH      TO SH-SENHA
               MOVE WS-SNH-SAL       TO SH-SAL
               ACCEPT SH-DATA FROM DATE YYYYMMDD
               WRITE RG-SENHAHIS
                   INVALID KEY

           IF ST-DIARIO-OK THEN
               MOVE 'OPERMNT '     TO DIARIO-PROGRAMA
               IF WS-JORNAL-NOME EQUAL 'DESBLOQUEIO OPERADOR'
                   SET DIARIO-OP-LIBERACAO TO TRUE
               ELSE
                   SET DIARIO-OP-ALTERACAO TO TRUE
               END-IF
               MOVE ZEROS          TO DIARIO-COD-DADOS
               MOVE WS-JORNAL-NOME TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-ID-ENTRADA  TO DIARIO-OPERADOR
           CLOSE DIARIO.
       0290-FIM.

       0300-JANELA-ACESSO.
      *    REGRA DE ACESSO DO OPERADOR: DIAS (DOMINGO A SABADO,
      *    S/N), JANELA HHMM A HHMM (0000 0000 = DIA TODO) E ATE 5
      *    TERMINAIS (NENHUM = QUALQUER). DIAS EM BRANCO REMOVEM A
      *    REGRA E O OPERADOR VOLTA A ASSINAR SEM RESTRICAO.
           PERFORM 0250-ACEITA-ID THRU 0250-FIM.

           SET OPER-EXISTE TO FALSE.
           SET ST-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF ST-OK THEN
               MOVE WS-ID-ENTRADA TO OPER-ID
               READ OPERMST
                   INVALID KEY
                       DISPLAY 'OPERADOR NAO CADASTRADO.'
                   NOT INVALID KEY
                       SET OPER-EXISTE TO TRUE
               END-READ
               CLOSE OPERMST
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE OPERADORES.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
           IF NOT OPER-EXISTE
               GO TO 0300-FIM
           END-IF.

           SET ST-OACS-OK TO TRUE.
           OPEN I-O OPERACES.
           IF WS-ST-OACS EQUAL 35 THEN
               OPEN OUTPUT OPERACES
               CLOSE OPERACES
               OPEN I-O OPERACES
           END-IF.
           IF NOT ST-OACS-OK
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE ACESSO.'
               DISPLAY 'FILE STATUS: ' WS-ST-OACS
               GO TO 0300-FIM
           END-IF.

           SET OACS-EXISTE TO FALSE.
           MOVE WS-ID-ENTRADA TO OACS-OPER.
           READ OPERACES
               INVALID KEY
                   DISPLAY 'OPERADOR SEM RESTRICAO DE ACESSO.'
               NOT INVALID KEY
                   SET OACS-EXISTE TO TRUE
                   DISPLAY 'DIAS (DSTQQSS): ' OACS-DIAS
                           '  HORARIO: ' OACS-HORA-INI
                           ' A ' OACS-HORA-FIM
                   DISPLAY 'TERMINAIS: ' OACS-TERMINAIS
           END-READ.

           MOVE SPACES TO WS-DIAS-ENTRADA.
           DISPLAY 'DIAS PERMITIDOS, DOMINGO A SABADO (EX. NSSSSSN),'
                   ' EM BRANCO PARA SEM RESTRICAO: '
           ACCEPT WS-DIAS-ENTRADA.
           INSPECT WS-DIAS-ENTRADA CONVERTING 'sn' TO 'SN'.

           IF WS-DIAS-ENTRADA EQUAL SPACES
               PERFORM 0310-REMOVE-JANELA THRU 0310-FIM
               CLOSE OPERACES
               GO TO 0300-FIM
           END-IF.

           SET DADO-VALIDO TO TRUE.
           PERFORM 0315-VALIDA-DIA THRU 0315-FIM
                   VARYING WS-IDX-OACS FROM 1 BY 1
                   UNTIL WS-IDX-OACS > 7.
           IF NOT DADO-VALIDO
               DISPLAY 'DIAS INVALIDOS - INFORME 7 POSICOES S OU N.'
               CLOSE OPERACES
               GO TO 0300-FIM
           END-IF.

           MOVE SPACES TO WS-HORA-INI-ENT WS-HORA-FIM-ENT.
           DISPLAY 'INICIO DA JANELA (HHMM, 0000 = DIA TODO): '
           ACCEPT WS-HORA-INI-ENT.
           DISPLAY 'FIM DA JANELA (HHMM, 0000 = DIA TODO): '
           ACCEPT WS-HORA-FIM-ENT.
           IF WS-HORA-INI-ENT NOT NUMERIC
              OR WS-HORA-FIM-ENT NOT NUMERIC
              OR WS-HORA-INI-ENT(1:2) > '24'
              OR WS-HORA-FIM-ENT(1:2) > '24'
              OR WS-HORA-INI-ENT(3:2) > '59'
              OR WS-HORA-FIM-ENT(3:2) > '59'
              OR WS-HORA-INI-ENT > WS-HORA-FIM-ENT
               DISPLAY 'HORARIO INVALIDO.'
               CLOSE OPERACES
               GO TO 0300-FIM
           END-IF.

           MOVE WS-ID-ENTRADA   TO OACS-OPER.
           MOVE WS-DIAS-ENTRADA TO OACS-DIAS.
           MOVE WS-HORA-INI-ENT TO OACS-HORA-INI.
           MOVE WS-HORA-FIM-ENT TO OACS-HORA-FIM.
           MOVE SPACES          TO OACS-TERMINAIS.
           SET FIM-TERM-OK TO FALSE.
           DISPLAY 'TERMINAIS PERMITIDOS (ATE 5, EM BRANCO ENCERRA):'
           PERFORM 0320-ACEITA-TERMINAL THRU 0320-FIM
                   VARYING WS-IDX-OACS FROM 1 BY 1
                   UNTIL WS-IDX-OACS > 5 OR FIM-TERM-OK.
           ACCEPT OACS-DATA-ALT FROM DATE YYYYMMDD.

           IF OACS-EXISTE
               REWRITE RG-OPERACES
           ELSE
               WRITE RG-OPERACES
           END-IF.
           CLOSE OPERACES.

           MOVE 'JANELA DE ACESSO    ' TO WS-JORNAL-NOME.
           PERFORM 0290-JORNALIZA-DESBLOQUEIO THRU 0290-FIM.
           DISPLAY 'REGRA DE ACESSO GRAVADA.'.
       0300-FIM.

       0310-REMOVE-JANELA.
           IF NOT OACS-EXISTE
               GO TO 0310-FIM
           END-IF.
           DELETE OPERACES
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER A REGRA DE ACESSO.'
                   GO TO 0310-FIM
           END-DELETE.
           MOVE 'JANELA DE ACESSO    ' TO WS-JORNAL-NOME.
           PERFORM 0290-JORNALIZA-DESBLOQUEIO THRU 0290-FIM.
           DISPLAY 'REGRA REMOVIDA - ACESSO SEM RESTRICAO.'.
       0310-FIM.

       0315-VALIDA-DIA.
           IF WS-DIAS-ENTRADA(WS-IDX-OACS:1) NOT EQUAL 'S'
              AND WS-DIAS-ENTRADA(WS-IDX-OACS:1) NOT EQUAL 'N'
               SET DADO-VALIDO TO FALSE
           END-IF.
       0315-FIM.

       0320-ACEITA-TERMINAL.
           MOVE SPACES TO WS-TERM-ENTRADA.
           ACCEPT WS-TERM-ENTRADA.
           IF WS-TERM-ENTRADA EQUAL SPACES
               SET FIM-TERM-OK TO TRUE
           ELSE
               MOVE WS-TERM-ENTRADA TO OACS-TERMINAL(WS-IDX-OACS)
           END-IF.
       0320-FIM.

       0240-LISTA.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.

           IF ST-OK THEN
               DISPLAY 'OPERADOR NOME                           NV SIT'
                       ' EMPR LOTA'
               PERFORM 0245-LISTA-OPERADOR THRU 0245-FIM
                       UNTIL FIM-OK
               CLOSE OPERMST
                   SET FIM-OK TO TRUE
               NOT AT END
                   DISPLAY OPER-ID ' ' OPER-NOME ' ' OPER-NIVEL
                           '  ' OPER-SITUACAO ' ' OPER-EMPRESA
                           ' ' OPER-DEPTO
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0245-FIM.
           ACCEPT WS-SENHA-ENTRADA.
           PERFORM 0270-ACEITA-NIVEL THRU 0270-FIM
                   UNTIL WS-NIVEL-ENTRADA = 1 OR 2.
           MOVE SPACES TO WS-EMPRESA-ENTRADA.
           PERFORM 0272-ACEITA-EMPRESA THRU 0272-FIM.
           PERFORM 0272-ACEITA-EMPRESA THRU 0272-FIM
                   UNTIL WS-NIVEL-ENTRADA = 2
                      OR WS-EMPRESA-ENTRADA NOT = SPACES.
           MOVE SPACES TO WS-DEPTO-ENTRADA.
           DISPLAY 'DEPARTAMENTO DE LOTACAO (4 CARACTERES): '
           ACCEPT WS-DEPTO-ENTRADA.
       0260-FIM.

       0270-ACEITA-NIVEL.
           END-IF.
       0270-FIM.

       0272-ACEITA-EMPRESA.
      *    OPERADOR DE NIVEL 1 FICA PRESO A UMA EMPRESA; SUPERVISOR
      *    SEM EMPRESA TEM A VISAO CONSOLIDADA.
           DISPLAY 'EMPRESA (4 CARACTERES - BRANCO SO PARA O'
                   ' SUPERVISOR): '
           ACCEPT WS-EMPRESA-ENTRADA.

           IF WS-NIVEL-ENTRADA NOT = 2
              AND WS-EMPRESA-ENTRADA = SPACES
               DISPLAY 'EMPRESA OBRIGATORIA PARA O NIVEL 1.'
           END-IF.
       0272-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'OPERACES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERACES-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
