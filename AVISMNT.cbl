      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avisos dos supervisores aos operadores (AVISOS.DAT)
      *          - inclui um aviso com texto, prioridade (alta, media
      *          ou baixa), publico (todos os operadores, os lotados
      *          em um departamento ou um operador so) e periodo de
      *          validade; lista os avisos vigentes ou todos, com a
      *          quantidade de confirmacoes de leitura ja gravadas em
      *          AVISOLID.DAT; prorroga a validade e cancela um aviso
      *          ativo. Restrito ao supervisor; chamado pela opcao C
      *          do MENUPROG, que exibe os avisos na assinatura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT AVISOS ASSIGN TO WS-ARQ-AVISOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AVI-NUMERO
              FILE STATUS IS WS-ST.

              SELECT AVISOLID ASSIGN TO WS-ARQ-AVISOLID-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AVL-CHAVE
              FILE STATUS IS WS-ST-AVL.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-LEM-OPER.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-LEM-DEPTO.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD AVISOS.
       COPY FD_AVISO.

       FD AVISOLID.
       COPY FD_AVISOLID.

       FD OPERMST.
       COPY FD_OPER.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY LEMBRETE_WS.
       77  WS-ARQ-AVISOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-AVISOLID-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-AVL         PIC 99.
         88 ST-AVL-OK       VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-FIM-AVL        PIC X.
         88 FIM-AVL-OK      VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-INCLUIR             VALUE 'I' 'i'.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
         88 OPCAO-PRORROGAR           VALUE 'P' 'p'.
         88 OPCAO-CANCELAR            VALUE 'C' 'c'.
       77 WS-FILTRO         PIC X     VALUE SPACES.
         88 FILTRO-VIGENTES           VALUE 'V' 'v' ' '.
         88 FILTRO-TODOS              VALUE 'T' 't'.
       77 WS-LID-ABERTO     PIC X     VALUE 'N'.
         88 LID-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-AVISO-ACHADO   PIC X     VALUE 'N'.
         88 AVISO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-DATA-OK        PIC X     VALUE 'N'.
         88 DATA-VALIDA               VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-PROX-NUMERO    PIC 9(05) VALUE ZEROS.
       77 WS-NUMERO-ENTRADA PIC 9(05) VALUE ZEROS.
       77 WS-TEXTO-ENTRADA  PIC X(60) VALUE SPACES.
       77 WS-PRIO-ENTRADA   PIC X(01) VALUE SPACES.
         88 PRIO-VALIDA               VALUE 'A' 'M' 'B'.
       77 WS-PUBLICO-ENTRADA PIC X(01) VALUE SPACES.
         88 PUBLICO-TODOS             VALUE 'T' 't'.
         88 PUBLICO-DEPTO             VALUE 'D' 'd'.
         88 PUBLICO-OPERADOR          VALUE 'O' 'o'.
       77 WS-INI-ENTRADA    PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-ED    PIC X(09) VALUE SPACES.
       77 WS-PUBLICO-ED     PIC X(14) VALUE SPACES.
       77 WS-DV-OBTER       PIC X(01) VALUE 'N'.
       77 WS-DV-VALIDA      PIC X(01) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
          02 WS-ENT-ANO     PIC 9(04).
          02 WS-ENT-MES     PIC 9(02).
          02 WS-ENT-DIA     PIC 9(02).
       01 WS-AGORA          PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM       PIC X(20).
           02 LK-OPERADOR       PIC X(08).
           02 LK-NIVEL          PIC 9(01).
           02 LK-MODO           PIC X(01) VALUE SPACE.
           02 LK-COD-CONSULTA   PIC 9(07).
           02 LK-ACHOU          PIC X(01).
           02 LK-DADOS-SAIDA.
               03 LK-COD-SAIDA      PIC 9(07).
               03 LK-NOME-SAIDA     PIC X(20).
               03 LK-DEPTO-SAIDA    PIC X(04).
               03 LK-STATUS-SAIDA   PIC X(01).
               03 LK-VALOR-SAIDA    PIC S9(07)V99 COMP-3.
               03 LK-DATA-SAIDA.
                   04 LK-DATA-SAIDA-AAAA PIC 9(04).
                   04 LK-DATA-SAIDA-MM   PIC 9(02).
                   04 LK-DATA-SAIDA-DD   PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

       0100-INICIO.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           DISPLAY '******** AVISOS AOS OPERADORES ********'
           SET WS-EXIT-OK     TO FALSE.
           MOVE SPACES TO LK-MENSAGEM.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           IF LK-NIVEL < 2
               DISPLAY 'AVISOS RESTRITOS AO SUPERVISOR - ACESSO'
                       ' NEGADO.'
               MOVE 'ACESSO NEGADO' TO LK-MENSAGEM
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM
           END-IF.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O AVISOS.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT AVISOS
           END-IF.

           IF ST-OK THEN
               CLOSE AVISOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVISOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 'ERRO NO ARQUIVO' TO LK-MENSAGEM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<I>NCLUIR AVISO, <L>ISTAR, <P>RORROGAR,'
                   ' <C>ANCELAR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUI THRU 0210-FIM
               WHEN OPCAO-LISTAR
                   PERFORM 0220-LISTA THRU 0220-FIM
               WHEN OPCAO-PRORROGAR
                   PERFORM 0240-PRORROGA THRU 0240-FIM
               WHEN OPCAO-CANCELAR
                   PERFORM 0230-CANCELA THRU 0230-FIM
               WHEN WS-OPCAO EQUAL 'F' OR WS-OPCAO EQUAL 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-INCLUI.
      *    O AVISO NASCE ATIVO, NUMERADO EM SEQUENCIA; A VALIDADE
      *    NAO COMECA NO PASSADO E O FIM NAO E ANTERIOR AO INICIO.
           MOVE SPACES TO WS-TEXTO-ENTRADA.
           DISPLAY 'TEXTO DO AVISO (ATE 60 CARACTERES): '
           ACCEPT WS-TEXTO-ENTRADA.
           IF WS-TEXTO-ENTRADA EQUAL SPACES
               DISPLAY 'TEXTO OBRIGATORIO.'
               GO TO 0210-FIM
           END-IF.

           MOVE SPACES TO WS-PRIO-ENTRADA.
           DISPLAY 'PRIORIDADE: <A>LTA, <M>EDIA OU <B>AIXA'
                   ' (VAZIO = MEDIA): '
           ACCEPT WS-PRIO-ENTRADA.
           EVALUATE WS-PRIO-ENTRADA
               WHEN SPACE
                   MOVE 'M' TO WS-PRIO-ENTRADA
               WHEN 'a'
                   MOVE 'A' TO WS-PRIO-ENTRADA
               WHEN 'm'
                   MOVE 'M' TO WS-PRIO-ENTRADA
               WHEN 'b'
                   MOVE 'B' TO WS-PRIO-ENTRADA
           END-EVALUATE.
           IF NOT PRIO-VALIDA
               DISPLAY 'PRIORIDADE INVALIDA.'
               GO TO 0210-FIM
           END-IF.

           PERFORM 0250-ACEITA-PUBLICO THRU 0250-FIM.
           IF NOT LEM-RESP-VALIDO
               DISPLAY 'AVISO NAO INCLUIDO.'
               GO TO 0210-FIM
           END-IF.

           DISPLAY 'INICIO DA VALIDADE (AAAAMMDD, ZEROS = HOJE): '
           PERFORM 0260-ACEITA-DATA THRU 0260-FIM.
           IF WS-DATA-ENTRADA EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-ENTRADA
               SET DATA-VALIDA TO TRUE
           END-IF.
           IF NOT DATA-VALIDA
               GO TO 0210-FIM
           END-IF.
           IF WS-DATA-ENTRADA < WS-HOJE
               DISPLAY 'O INICIO DA VALIDADE NAO PODE SER PASSADO.'
               GO TO 0210-FIM
           END-IF.
           MOVE WS-DATA-ENTRADA TO WS-INI-ENTRADA.

           DISPLAY 'FIM DA VALIDADE (AAAAMMDD, ZEROS = SO NO DIA DO'
                   ' INICIO): '
           PERFORM 0260-ACEITA-DATA THRU 0260-FIM.
           IF WS-DATA-ENTRADA EQUAL ZEROS
               MOVE WS-INI-ENTRADA TO WS-DATA-ENTRADA
               SET DATA-VALIDA TO TRUE
           END-IF.
           IF NOT DATA-VALIDA
               GO TO 0210-FIM
           END-IF.
           IF WS-DATA-ENTRADA < WS-INI-ENTRADA
               DISPLAY 'O FIM DA VALIDADE NAO PODE SER ANTERIOR AO'
                       ' INICIO.'
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O AVISOS.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVISOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.
           PERFORM 0290-PROXIMO-NUMERO THRU 0290-FIM.

           MOVE SPACES             TO RG-AVISO.
           MOVE WS-PROX-NUMERO     TO AVI-NUMERO.
           MOVE WS-PRIO-ENTRADA    TO AVI-PRIORIDADE.
           EVALUATE TRUE
               WHEN PUBLICO-DEPTO
                   SET AVI-PARA-DEPTO TO TRUE
               WHEN PUBLICO-OPERADOR
                   SET AVI-PARA-OPER  TO TRUE
               WHEN OTHER
                   SET AVI-PARA-TODOS TO TRUE
           END-EVALUATE.
           MOVE WS-LEM-DEPTO       TO AVI-DEPTO.
           MOVE WS-LEM-OPERADOR    TO AVI-OPERADOR.
           MOVE WS-INI-ENTRADA     TO AVI-DATA-INI.
           MOVE WS-DATA-ENTRADA    TO AVI-DATA-FIM.
           MOVE WS-TEXTO-ENTRADA   TO AVI-TEXTO.
           SET AVI-ATIVO TO TRUE.
           MOVE LK-OPERADOR        TO AVI-CRIADO-POR.
           MOVE WS-HOJE            TO AVI-DATA-CRIACAO.
           ACCEPT WS-AGORA FROM TIME.
           MOVE WS-AGORA(1:6)      TO AVI-HORA-CRIACAO.
           MOVE ZEROS              TO AVI-DATA-CANCEL.
           WRITE RG-AVISO
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR O AVISO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               NOT INVALID KEY
                   DISPLAY 'AVISO ' AVI-NUMERO ' INCLUIDO, VALIDO DE '
                           AVI-DATA-INI ' A ' AVI-DATA-FIM '.'
                   MOVE 'AVISO INCLUIDO' TO LK-MENSAGEM
           END-WRITE.
           CLOSE AVISOS.
       0210-FIM.

       0220-LISTA.
      *    VIGENTES = ATIVOS COM HOJE DENTRO DA VALIDADE; A COLUNA
      *    LIDOS CONTA AS CONFIRMACOES DE LEITURA DO AVISO.
           MOVE SPACES TO WS-FILTRO.
           DISPLAY '<V>IGENTES (PADRAO) OU <T>ODOS: '
           ACCEPT WS-FILTRO.
           IF NOT FILTRO-VIGENTES AND NOT FILTRO-TODOS
               DISPLAY 'FILTRO INVALIDO.'
               GO TO 0220-FIM
           END-IF.

           MOVE ZEROS TO WS-CONT-LISTADOS.
           SET FIM-OK TO FALSE.
           SET ST-OK TO TRUE.
           OPEN INPUT AVISOS.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVISOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0220-FIM
           END-IF.
           SET LID-ABERTO TO FALSE.
           SET ST-AVL-OK TO TRUE.
           OPEN INPUT AVISOLID.
           IF ST-AVL-OK
               SET LID-ABERTO TO TRUE
           END-IF.

           DISPLAY 'NUMERO P PUBLICO        INICIO   FIM      '
                   'SITUACAO  LIDOS'.
           MOVE ZEROS TO AVI-NUMERO.
           START AVISOS KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM 0225-LISTA-AVISO THRU 0225-FIM
                   UNTIL FIM-OK.

           IF WS-CONT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUM AVISO PARA O FILTRO.'
           ELSE
               DISPLAY WS-CONT-LISTADOS ' AVISO(S) LISTADO(S).'
           END-IF.

           IF LID-ABERTO
               CLOSE AVISOLID
               SET LID-ABERTO TO FALSE
           END-IF.
           CLOSE AVISOS.
       0220-FIM.

       0225-LISTA-AVISO.
           READ AVISOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0225-FIM
           END-READ.
           EVALUATE TRUE
               WHEN AVI-CANCELADO
                   MOVE 'CANCELADO' TO WS-SITUACAO-ED
               WHEN AVI-DATA-FIM < WS-HOJE
                   MOVE 'VENCIDO'   TO WS-SITUACAO-ED
               WHEN AVI-DATA-INI > WS-HOJE
                   MOVE 'A VIGORAR' TO WS-SITUACAO-ED
               WHEN OTHER
                   MOVE 'VIGENTE'   TO WS-SITUACAO-ED
           END-EVALUATE.
           IF FILTRO-VIGENTES
              AND WS-SITUACAO-ED NOT EQUAL 'VIGENTE'
               GO TO 0225-FIM
           END-IF.

           ADD 1 TO WS-CONT-LISTADOS.
           PERFORM 0280-EDITA-PUBLICO THRU 0280-FIM.
           PERFORM 0285-CONTA-LEITURAS THRU 0285-FIM.
           DISPLAY AVI-NUMERO '  ' AVI-PRIORIDADE ' ' WS-PUBLICO-ED
                   ' ' AVI-DATA-INI ' ' AVI-DATA-FIM ' '
                   WS-SITUACAO-ED ' ' WS-CONT-LIDOS.
           DISPLAY '       ' AVI-TEXTO.
       0225-FIM.

       0230-CANCELA.
      *    O AVISO CANCELADO SAI DA ASSINATURA NA HORA E FICA NO
      *    ARQUIVO COM QUEM CANCELOU E QUANDO.
           PERFORM 0270-ACEITA-NUMERO THRU 0270-FIM.
           IF NOT AVISO-ACHADO
               GO TO 0230-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA O CANCELAMENTO DO AVISO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'AVISO MANTIDO.'
               CLOSE AVISOS
               GO TO 0230-FIM
           END-IF.

           SET AVI-CANCELADO TO TRUE.
           MOVE LK-OPERADOR TO AVI-CANCELADO-POR.
           MOVE WS-HOJE     TO AVI-DATA-CANCEL.
           REWRITE RG-AVISO
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR O AVISO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               NOT INVALID KEY
                   DISPLAY 'AVISO ' AVI-NUMERO ' CANCELADO.'
                   MOVE 'AVISO CANCELADO' TO LK-MENSAGEM
           END-REWRITE.
           CLOSE AVISOS.
       0230-FIM.

       0240-PRORROGA.
      *    SO O FIM DA VALIDADE MUDA; QUEM JA CONFIRMOU A LEITURA
      *    NAO VE O AVISO DE NOVO.
           PERFORM 0270-ACEITA-NUMERO THRU 0270-FIM.
           IF NOT AVISO-ACHADO
               GO TO 0240-FIM
           END-IF.

           DISPLAY 'NOVO FIM DA VALIDADE (AAAAMMDD): '
           PERFORM 0260-ACEITA-DATA THRU 0260-FIM.
           IF WS-DATA-ENTRADA EQUAL ZEROS
               DISPLAY 'DATA OBRIGATORIA.'
               SET DATA-VALIDA TO FALSE
           END-IF.
           IF DATA-VALIDA
              AND (WS-DATA-ENTRADA < AVI-DATA-INI
                   OR WS-DATA-ENTRADA < WS-HOJE)
               DISPLAY 'O FIM DA VALIDADE NAO PODE SER ANTERIOR AO'
                       ' INICIO NEM A HOJE.'
               SET DATA-VALIDA TO FALSE
           END-IF.
           IF NOT DATA-VALIDA
               CLOSE AVISOS
               GO TO 0240-FIM
           END-IF.

           MOVE WS-DATA-ENTRADA TO AVI-DATA-FIM.
           REWRITE RG-AVISO
               INVALID KEY
                   DISPLAY 'ERRO AO PRORROGAR O AVISO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               NOT INVALID KEY
                   DISPLAY 'AVISO ' AVI-NUMERO ' VALIDO ATE '
                           AVI-DATA-FIM '.'
                   MOVE 'AVISO PRORROGADO' TO LK-MENSAGEM
           END-REWRITE.
           CLOSE AVISOS.
       0240-FIM.

       0250-ACEITA-PUBLICO.
      *    O DEPARTAMENTO E O OPERADOR SAO CONFERIDOS PELOS
      *    PARAGRAFOS DO LEMBRETE (DEPTOS.DAT / OPERMST.DAT).
           SET LEM-RESP-VALIDO TO FALSE.
           MOVE SPACES TO WS-PUBLICO-ENTRADA WS-LEM-OPERADOR
                          WS-LEM-DEPTO.
           DISPLAY 'PUBLICO: <T>ODOS OS OPERADORES, <D>EPARTAMENTO'
                   ' OU <O>PERADOR: '
           ACCEPT WS-PUBLICO-ENTRADA.

           EVALUATE TRUE
               WHEN PUBLICO-TODOS
                   SET LEM-RESP-VALIDO TO TRUE
               WHEN PUBLICO-DEPTO
                   DISPLAY 'DEPARTAMENTO: '
                   ACCEPT WS-LEM-DEPTO
                   PERFORM 9457-VALIDA-DEPTO THRU 9457-FIM
               WHEN PUBLICO-OPERADOR
                   DISPLAY 'OPERADOR: '
                   ACCEPT WS-LEM-OPERADOR
                   PERFORM 9456-VALIDA-OPERADOR THRU 9456-FIM
               WHEN OTHER
                   DISPLAY 'PUBLICO INVALIDO.'
           END-EVALUATE.
       0250-FIM.

       0260-ACEITA-DATA.
      *    DEVOLVE WS-DATA-ENTRADA; ZEROS FICAM PARA O CHAMADOR
      *    DECIDIR O PADRAO.
           SET DATA-VALIDA TO FALSE.
           MOVE ZEROS TO WS-DATA-ENTRADA.
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA EQUAL ZEROS
               GO TO 0260-FIM
           END-IF.

           MOVE 'N' TO WS-DV-OBTER.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DV-OBTER WS-ENT-ANO WS-ENT-MES
                     WS-ENT-DIA WS-DV-VALIDA
           END-CALL.
           IF WS-DV-VALIDA NOT = 'S'
               DISPLAY 'DATA INVALIDA.'
               GO TO 0260-FIM
           END-IF.
           SET DATA-VALIDA TO TRUE.
       0260-FIM.

       0270-ACEITA-NUMERO.
      *    LOCALIZA O AVISO ATIVO PELO NUMERO. ACHANDO, DEIXA O
      *    AVISOS.DAT ABERTO EM I-O PARA A ATUALIZACAO.
           SET AVISO-ACHADO TO FALSE.
           MOVE ZEROS TO WS-NUMERO-ENTRADA.
           DISPLAY 'NUMERO DO AVISO: '
           ACCEPT WS-NUMERO-ENTRADA.

           SET ST-OK TO TRUE.
           OPEN I-O AVISOS.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVISOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0270-FIM
           END-IF.

           MOVE WS-NUMERO-ENTRADA TO AVI-NUMERO.
           READ AVISOS
               INVALID KEY
                   DISPLAY 'AVISO NAO CADASTRADO.'
                   CLOSE AVISOS
                   GO TO 0270-FIM
           END-READ.
           IF AVI-CANCELADO
               DISPLAY 'AVISO JA CANCELADO EM ' AVI-DATA-CANCEL
                       ' POR ' AVI-CANCELADO-POR '.'
               CLOSE AVISOS
               GO TO 0270-FIM
           END-IF.

           PERFORM 0280-EDITA-PUBLICO THRU 0280-FIM.
           DISPLAY 'AVISO ' AVI-NUMERO ' - ' WS-PUBLICO-ED ' - '
                   AVI-DATA-INI ' A ' AVI-DATA-FIM.
           DISPLAY '   ' AVI-TEXTO.
           SET AVISO-ACHADO TO TRUE.
       0270-FIM.

       0280-EDITA-PUBLICO.
           MOVE SPACES TO WS-PUBLICO-ED.
           EVALUATE TRUE
               WHEN AVI-PARA-DEPTO
                   STRING 'DEPTO ' AVI-DEPTO
                          DELIMITED BY SIZE INTO WS-PUBLICO-ED
               WHEN AVI-PARA-OPER
                   STRING 'OPER ' AVI-OPERADOR
                          DELIMITED BY SIZE INTO WS-PUBLICO-ED
               WHEN OTHER
                   MOVE 'TODOS'   TO WS-PUBLICO-ED
           END-EVALUATE.
       0280-FIM.

       0285-CONTA-LEITURAS.
           MOVE ZEROS TO WS-CONT-LIDOS.
           IF NOT LID-ABERTO
               GO TO 0285-FIM
           END-IF.
           SET FIM-AVL-OK TO FALSE.
           MOVE AVI-NUMERO TO AVL-NUMERO.
           MOVE LOW-VALUES TO AVL-OPERADOR.
           START AVISOLID KEY IS NOT LESS THAN AVL-CHAVE
               INVALID KEY
                   SET FIM-AVL-OK TO TRUE
           END-START.
           PERFORM 0286-CONTA-UMA THRU 0286-FIM
                   UNTIL FIM-AVL-OK.
       0285-FIM.

       0286-CONTA-UMA.
           READ AVISOLID NEXT RECORD
               AT END
                   SET FIM-AVL-OK TO TRUE
                   GO TO 0286-FIM
           END-READ.
           IF AVL-NUMERO NOT EQUAL AVI-NUMERO
               SET FIM-AVL-OK TO TRUE
               GO TO 0286-FIM
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
       0286-FIM.

       0290-PROXIMO-NUMERO.
      *    O PROXIMO NUMERO E O MAIOR JA GRAVADO MAIS UM.
           MOVE ZEROS TO WS-PROX-NUMERO.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO AVI-NUMERO.
           START AVISOS KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM 0295-LE-NUMERO THRU 0295-FIM
                   UNTIL FIM-OK.
           ADD 1 TO WS-PROX-NUMERO.
       0290-FIM.

       0295-LE-NUMERO.
           READ AVISOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0295-FIM
           END-READ.
           MOVE AVI-NUMERO TO WS-PROX-NUMERO.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
            GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'AVISOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AVISOS-DAT.
           MOVE 'AVISOLID.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-AVISOLID-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY LEMBRETE.
