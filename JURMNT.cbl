      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela de taxas de juros sobre o
      *          saldo (JUROS.DAT) - inclui, altera, remove e lista as
      *          taxas por departamento, natureza do saldo (C credor,
      *          juros pagos ao codigo; D devedor, juros cobrados do
      *          codigo) e data de vigencia que o JURGER usa na
      *          apuracao diaria dos juros. Cada taxa e anual, em
      *          percentual, com a base de dias do ano (360 ou 365).
      *          A entrada exige supervisor (nivel 2 do OPERMST.DAT)
      *          e toda mudanca e jornalizada no DIARIO. O
      *          departamento **** e a tabela padrao.
      *          Inclusoes, alteracoes e remocoes tambem vao para o
      *          log de tabelas de referencia (REFLOG.TXT), com a
      *          imagem do registro antes e depois e o supervisor.
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
              SELECT JUROS ASSIGN TO WS-ARQ-JUROS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS JUR-CHAVE
              FILE STATUS IS WS-ST.
              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.
              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.
              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD JUROS.
       COPY FD_JUROS.
       FD DEPTOS.
       COPY FD_DEPTO.
       FD OPERMST.
       COPY FD_OPER.
       FD DIARIO.
       COPY FD_DIARIO.
       FD REFLOG.
       COPY FD_REFLOG.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY REFLOG_WS.
       77  WS-ARQ-JUROS-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DEPTO       PIC 99.
         88 ST-DEPTO-OK     VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-DIARIO      PIC 99.
         88 ST-DIARIO-OK    VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-INCLUIR             VALUE 'I' 'i'.
         88 OPCAO-ALTERAR             VALUE 'A' 'a'.
         88 OPCAO-REMOVER             VALUE 'R' 'r'.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK  PIC X     VALUE 'N'.
         88 SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-ENTRADA  PIC X(04) VALUE SPACES.
       77 WS-VIG-ENTRADA    PIC 9(08) VALUE ZEROS.
       77 WS-NAT-ENTRADA    PIC X     VALUE SPACES.
         88 NATUREZA-VALIDA           VALUE 'C' 'D'.
       77 WS-TAXA-ENTRADA   PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-BASE-ENTRADA   PIC 9(03) VALUE ZEROS.
         88 BASE-VALIDA               VALUE 360 365.
       77 WS-TAXA-OK        PIC X     VALUE 'N'.
         88 TAXA-OK                   VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-VALIDO   PIC X     VALUE 'N'.
         88 DEPTO-VALIDO              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WS-TAXA-ED        PIC ZZ9,9999.
       77 WS-EVENTO         PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '***** MANUTENCAO DA TABELA DE TAXAS DE JUROS *****'
           SET WS-EXIT-OK     TO FALSE.

           PERFORM 0105-AUTORIZA-SUPERVISOR THRU 0105-FIM.
           IF NOT SUPERVISOR-OK
               DISPLAY 'ACESSO RESTRITO AO SUPERVISOR - ENCERRANDO.'
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM
           END-IF.

           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0105-AUTORIZA-SUPERVISOR.
      *    A TAXA ERRADA SAI APURADA TODO DIA EM TODOS OS CODIGOS
      *    DO DEPARTAMENTO - SO SUPERVISOR (NIVEL 2) MEXE NA TABELA.
           SET SUPERVISOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA.'
               SET SUPERVISOR-OK TO TRUE
               GO TO 0105-FIM
           END-IF.

           IF ST-OPER-OK
               MOVE WS-OPERADOR TO OPER-ID
               READ OPERMST
                   INVALID KEY
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   NOT INVALID KEY
                       MOVE OPER-SAL TO WS-SNH-SAL
                       MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF OPER-ATIVO
                          AND OPER-SENHA = WS-SNH-HASH
                          AND NIVEL-SUPERVISOR
                           SET SUPERVISOR-OK TO TRUE
                       ELSE
                           DISPLAY 'OPERADOR SEM NIVEL DE'
                                   ' SUPERVISOR OU SENHA INVALIDA.'
                       END-IF
               END-READ
               CLOSE OPERMST
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
           END-IF.
       0105-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O JUROS.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT JUROS
           END-IF.

           IF ST-OK THEN
               CLOSE JUROS
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE JUROS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<I>NCLUIR, <A>LTERAR, <R>EMOVER TAXA,'
                   ' <L>ISTAR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUI THRU 0210-FIM
               WHEN OPCAO-ALTERAR
                   PERFORM 0220-ALTERA THRU 0220-FIM
               WHEN OPCAO-REMOVER
                   PERFORM 0230-REMOVE THRU 0230-FIM
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTA THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-INCLUI.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.
           IF NOT NATUREZA-VALIDA
               DISPLAY 'NATUREZA INVALIDA - USE C OU D.'
               GO TO 0210-FIM
           END-IF.

           PERFORM 0260-VALIDA-DEPTO THRU 0260-FIM.

           IF NOT DEPTO-VALIDO
               DISPLAY 'DEPARTAMENTO ' WS-DEPTO-ENTRADA
                       ' NAO CADASTRADO (USE **** PARA O PADRAO).'
               GO TO 0210-FIM
           END-IF.

           PERFORM 0270-ACEITA-TAXA THRU 0270-FIM.
           IF NOT TAXA-OK
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O JUROS.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA  TO JUR-DEPTO
               MOVE WS-NAT-ENTRADA    TO JUR-NATUREZA
               MOVE WS-VIG-ENTRADA    TO JUR-VIGENCIA
               MOVE WS-TAXA-ENTRADA   TO JUR-TAXA-ANO
               MOVE WS-BASE-ENTRADA   TO JUR-BASE-DIAS
               WRITE RG-JUROS
                   INVALID KEY
                       DISPLAY 'TAXA JA CADASTRADA PARA ESTE'
                               ' DEPARTAMENTO, NATUREZA E VIGENCIA.'
                   NOT INVALID KEY
                       DISPLAY 'TAXA INCLUIDA COM SUCESSO.'
                       MOVE 'INCLUSAO DE TAXA    ' TO WS-EVENTO
                       PERFORM 0290-JORNALIZA THRU 0290-FIM
                       MOVE 'I'        TO WS-RLOG-ACAO
                       MOVE RG-JUROS   TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE JUROS
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE JUROS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0210-FIM.

       0220-ALTERA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O JUROS.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA  TO JUR-DEPTO
               MOVE WS-NAT-ENTRADA    TO JUR-NATUREZA
               MOVE WS-VIG-ENTRADA    TO JUR-VIGENCIA
               READ JUROS
                   INVALID KEY
                       DISPLAY 'TAXA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-TAXA THRU 0245-FIM
                       PERFORM 0270-ACEITA-TAXA THRU 0270-FIM
                       IF NOT TAXA-OK
                           DISPLAY 'TAXA MANTIDA.'
                       ELSE
                           MOVE RG-JUROS   TO WS-RLOG-ANTES
                           MOVE WS-TAXA-ENTRADA TO JUR-TAXA-ANO
                           MOVE WS-BASE-ENTRADA TO JUR-BASE-DIAS
                           REWRITE RG-JUROS
                           DISPLAY 'TAXA ATUALIZADA COM SUCESSO.'
                           MOVE 'ALTERACAO DE TAXA   ' TO WS-EVENTO
                           PERFORM 0290-JORNALIZA THRU 0290-FIM
                           MOVE 'A'        TO WS-RLOG-ACAO
                           MOVE RG-JUROS   TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       END-IF
               END-READ
               CLOSE JUROS
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE JUROS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0220-FIM.

       0230-REMOVE.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O JUROS.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA  TO JUR-DEPTO
               MOVE WS-NAT-ENTRADA    TO JUR-NATUREZA
               MOVE WS-VIG-ENTRADA    TO JUR-VIGENCIA
               READ JUROS
                   INVALID KEY
                       DISPLAY 'TAXA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-TAXA THRU 0245-FIM
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA A REMOCAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-JUROS   TO WS-RLOG-ANTES
                           DELETE JUROS
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER.'
                               NOT INVALID KEY
                                   DISPLAY 'TAXA REMOVIDA.'
                                   MOVE 'REMOCAO DE TAXA     '
                                     TO WS-EVENTO
                                   PERFORM 0290-JORNALIZA
                                           THRU 0290-FIM
                                   MOVE 'R' TO WS-RLOG-ACAO
                                   PERFORM 0295-REGISTRA-REFLOG
                                           THRU 0295-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'TAXA MANTIDA.'
                       END-IF
               END-READ
               CLOSE JUROS
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE JUROS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0230-FIM.

       0240-LISTA.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           SET WS-CONT-LISTADOS TO 0.

           OPEN INPUT JUROS.

           IF ST-OK THEN
               DISPLAY 'DEPTO N VIGENCIA  TAXA ANO %  BASE'
               PERFORM 0244-LISTA-TAXA THRU 0244-FIM
                       UNTIL FIM-OK
               CLOSE JUROS
               DISPLAY 'TOTAL DE TAXAS: ' WS-CONT-LISTADOS
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE JUROS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0240-FIM.

       0244-LISTA-TAXA.
           READ JUROS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM 0245-EXIBE-TAXA THRU 0245-FIM
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0244-FIM.

       0245-EXIBE-TAXA.
           MOVE JUR-TAXA-ANO TO WS-TAXA-ED.
           DISPLAY JUR-DEPTO '  ' JUR-NATUREZA ' ' JUR-VIGENCIA '  '
                   WS-TAXA-ED '    ' JUR-BASE-DIAS.
       0245-FIM.

       0250-ACEITA-CHAVE.
           MOVE SPACES TO WS-DEPTO-ENTRADA WS-NAT-ENTRADA.
           MOVE ZEROS  TO WS-VIG-ENTRADA.
           DISPLAY 'DEPARTAMENTO (4 CARACTERES, **** = PADRAO): '
           ACCEPT WS-DEPTO-ENTRADA.
           DISPLAY 'NATUREZA DO SALDO: <C>REDOR (JUROS PAGOS) OU'
                   ' <D>EVEDOR (JUROS COBRADOS): '
           ACCEPT WS-NAT-ENTRADA.
           INSPECT WS-NAT-ENTRADA CONVERTING 'cd' TO 'CD'.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '
           ACCEPT WS-VIG-ENTRADA.
       0250-FIM.

       0260-VALIDA-DEPTO.
           SET DEPTO-VALIDO TO FALSE.

           IF WS-DEPTO-ENTRADA EQUAL '****'
               SET DEPTO-VALIDO TO TRUE
               GO TO 0260-FIM
           END-IF.

           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.

           IF ST-DEPTO-OK THEN
               MOVE WS-DEPTO-ENTRADA TO DEPTO-CODIGO
               READ DEPTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DEPTO-VALIDO TO TRUE
               END-READ
               CLOSE DEPTOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE DEPARTAMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-DEPTO
           END-IF.
       0260-FIM.

       0270-ACEITA-TAXA.
      *    TAXA ANUAL EM PERCENTUAL SOBRE O SALDO, DIVIDIDA PELA BASE
      *    DE DIAS DO ANO NA APURACAO DIARIA. TAXA ZERO E ACEITA: E
      *    O DEPARTAMENTO ISENTO NAQUELA NATUREZA.
           SET TAXA-OK TO FALSE.
           MOVE ZEROS TO WS-TAXA-ENTRADA WS-BASE-ENTRADA.
           DISPLAY 'TAXA ANUAL EM PERCENTUAL (EX: 012,5000): '
           ACCEPT WS-TAXA-ENTRADA.
           DISPLAY 'BASE DE DIAS DO ANO (360 OU 365): '
           ACCEPT WS-BASE-ENTRADA.

           IF NOT BASE-VALIDA
               DISPLAY 'BASE INVALIDA - USE 360 OU 365.'
               GO TO 0270-FIM
           END-IF.
           SET TAXA-OK TO TRUE.
       0270-FIM.

       0290-JORNALIZA.
      *    TODA MUDANCA NA TABELA DEIXA RASTRO NO DIARIO, COM O
      *    DEPARTAMENTO, A NATUREZA E A VIGENCIA NO TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'JURMNT'        TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING WS-EVENTO(1:5) ' ' WS-DEPTO-ENTRADA
                      WS-NAT-ENTRADA ' ' WS-VIG-ENTRADA
                      DELIMITED BY SIZE INTO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR    TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       0290-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'JUROS'        TO WS-RLOG-TABELA.
           MOVE WS-DEPTO-ENTRADA TO WS-RLOG-CHAVE(1:4).
           MOVE WS-NAT-ENTRADA TO WS-RLOG-CHAVE(6:1).
           MOVE WS-VIG-ENTRADA TO WS-RLOG-CHAVE(8:8).
           MOVE WS-OPERADOR    TO WS-RLOG-OPERADOR.
           MOVE 'JURMNT'       TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'JUROS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-JUROS-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY REFLOG.
