      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela de tarifas de servico
      *          (TARIFA.DAT) - inclui, altera, remove e lista as
      *          faixas de tarifa por departamento, data de vigencia
      *          e limite superior de VALOR-DADOS que o TARIFGER usa
      *          para debitar a tarifa mensal, substituindo as
      *          centenas de instrucoes permanentes do RECORR que
      *          imitavam a tabela codigo a codigo. Cada faixa cobra
      *          valor fixo ou percentual. A entrada exige supervisor
      *          (nivel 2 do OPERMST.DAT) e toda mudanca e jornalizada
      *          no DIARIO. O departamento **** e a tabela padrao.
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
              SELECT TARIFA ASSIGN TO WS-ARQ-TARIFA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS TAR-CHAVE
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
       FD TARIFA.
       COPY FD_TARIFA.
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
       77  WS-ARQ-TARIFA-DAT     PIC X(60) VALUE SPACES.
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
       77 WS-LIMITE-ENTRADA PIC 9(07)V99 VALUE ZEROS.
       77 WS-BASE-ENTRADA   PIC X     VALUE SPACES.
         88 BASE-VALIDA               VALUE 'V' 'P'.
       77 WS-VALOR-ENTRADA  PIC 9(07)V99 VALUE ZEROS.
       77 WS-TAXA-ENTRADA   PIC 9(03)V9(04) VALUE ZEROS.
       77 WS-FAIXA-OK       PIC X     VALUE 'N'.
         88 FAIXA-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-VALIDO   PIC X     VALUE 'N'.
         88 DEPTO-VALIDO              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-ED      PIC ZZZZZZ9,99.
       77 WS-VALOR-ED       PIC ZZZZZZ9,99.
       77 WS-TAXA-ED        PIC ZZ9,9999.
       77 WS-EVENTO         PIC X(20) VALUE SPACES.
      *    PARTE INTEIRA DO LIMITE NA CHAVE DO LOG; OS CENTAVOS FICAM
      *    NA IMAGEM DO REGISTRO.
       77 WS-LIMITE-CHAVE   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '******* MANUTENCAO DA TABELA DE TARIFAS ********'
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
      *    A TARIFA ERRADA SAI DEBITADA EM TODOS OS CODIGOS DO
      *    DEPARTAMENTO - SO SUPERVISOR (NIVEL 2) MEXE NA TABELA.
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
           OPEN I-O TARIFA.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT TARIFA
           END-IF.

           IF ST-OK THEN
               CLOSE TARIFA
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<I>NCLUIR, <A>LTERAR, <R>EMOVER FAIXA,'
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
           PERFORM 0260-VALIDA-DEPTO THRU 0260-FIM.

           IF NOT DEPTO-VALIDO
               DISPLAY 'DEPARTAMENTO ' WS-DEPTO-ENTRADA
                       ' NAO CADASTRADO (USE **** PARA O PADRAO).'
               GO TO 0210-FIM
           END-IF.

           PERFORM 0270-ACEITA-FAIXA THRU 0270-FIM.
           IF NOT FAIXA-OK
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O TARIFA.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA  TO TAR-DEPTO
               MOVE WS-VIG-ENTRADA    TO TAR-VIGENCIA
               MOVE WS-LIMITE-ENTRADA TO TAR-LIMITE
               MOVE WS-BASE-ENTRADA   TO TAR-BASE
               MOVE WS-VALOR-ENTRADA  TO TAR-VALOR
               MOVE WS-TAXA-ENTRADA   TO TAR-TAXA
               WRITE RG-TARIFA
                   INVALID KEY
                       DISPLAY 'FAIXA JA CADASTRADA PARA ESTE'
                               ' DEPARTAMENTO, VIGENCIA E LIMITE.'
                   NOT INVALID KEY
                       DISPLAY 'FAIXA INCLUIDA COM SUCESSO.'
                       MOVE 'INCLUSAO DE FAIXA   ' TO WS-EVENTO
                       PERFORM 0290-JORNALIZA THRU 0290-FIM
                       MOVE 'I'        TO WS-RLOG-ACAO
                       MOVE RG-TARIFA  TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE TARIFA
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0210-FIM.

       0220-ALTERA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O TARIFA.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA  TO TAR-DEPTO
               MOVE WS-VIG-ENTRADA    TO TAR-VIGENCIA
               MOVE WS-LIMITE-ENTRADA TO TAR-LIMITE
               READ TARIFA
                   INVALID KEY
                       DISPLAY 'FAIXA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-FAIXA THRU 0245-FIM
                       PERFORM 0270-ACEITA-FAIXA THRU 0270-FIM
                       IF NOT FAIXA-OK
                           DISPLAY 'FAIXA MANTIDA.'
                       ELSE
                           MOVE RG-TARIFA  TO WS-RLOG-ANTES
                           MOVE WS-BASE-ENTRADA  TO TAR-BASE
                           MOVE WS-VALOR-ENTRADA TO TAR-VALOR
                           MOVE WS-TAXA-ENTRADA  TO TAR-TAXA
                           REWRITE RG-TARIFA
                           DISPLAY 'FAIXA ATUALIZADA COM SUCESSO.'
                           MOVE 'ALTERACAO DE FAIXA  ' TO WS-EVENTO
                           PERFORM 0290-JORNALIZA THRU 0290-FIM
                           MOVE 'A'        TO WS-RLOG-ACAO
                           MOVE RG-TARIFA  TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       END-IF
               END-READ
               CLOSE TARIFA
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0220-FIM.

       0230-REMOVE.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O TARIFA.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA  TO TAR-DEPTO
               MOVE WS-VIG-ENTRADA    TO TAR-VIGENCIA
               MOVE WS-LIMITE-ENTRADA TO TAR-LIMITE
               READ TARIFA
                   INVALID KEY
                       DISPLAY 'FAIXA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-FAIXA THRU 0245-FIM
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA A REMOCAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-TARIFA  TO WS-RLOG-ANTES
                           DELETE TARIFA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER.'
                               NOT INVALID KEY
                                   DISPLAY 'FAIXA REMOVIDA.'
                                   MOVE 'REMOCAO DE FAIXA    '
                                     TO WS-EVENTO
                                   PERFORM 0290-JORNALIZA
                                           THRU 0290-FIM
                                   MOVE 'R' TO WS-RLOG-ACAO
                                   PERFORM 0295-REGISTRA-REFLOG
                                           THRU 0295-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'FAIXA MANTIDA.'
                       END-IF
               END-READ
               CLOSE TARIFA
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0230-FIM.

       0240-LISTA.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           SET WS-CONT-LISTADOS TO 0.

           OPEN INPUT TARIFA.

           IF ST-OK THEN
               DISPLAY 'DEPTO VIGENCIA  LIMITE ATE  B  VALOR/TAXA'
               PERFORM 0244-LISTA-FAIXA THRU 0244-FIM
                       UNTIL FIM-OK
               CLOSE TARIFA
               DISPLAY 'TOTAL DE FAIXAS: ' WS-CONT-LISTADOS
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0240-FIM.

       0244-LISTA-FAIXA.
           READ TARIFA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM 0245-EXIBE-FAIXA THRU 0245-FIM
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0244-FIM.

       0245-EXIBE-FAIXA.
           MOVE TAR-LIMITE TO WS-LIMITE-ED.
           IF TAR-PERCENTUAL
               MOVE TAR-TAXA TO WS-TAXA-ED
               DISPLAY TAR-DEPTO '  ' TAR-VIGENCIA '  '
                       WS-LIMITE-ED '  ' TAR-BASE '  '
                       WS-TAXA-ED ' %'
           ELSE
               MOVE TAR-VALOR TO WS-VALOR-ED
               DISPLAY TAR-DEPTO '  ' TAR-VIGENCIA '  '
                       WS-LIMITE-ED '  ' TAR-BASE '  '
                       WS-VALOR-ED
           END-IF.
       0245-FIM.

       0250-ACEITA-CHAVE.
           MOVE SPACES TO WS-DEPTO-ENTRADA.
           MOVE ZEROS  TO WS-VIG-ENTRADA WS-LIMITE-ENTRADA.
           DISPLAY 'DEPARTAMENTO (4 CARACTERES, **** = PADRAO): '
           ACCEPT WS-DEPTO-ENTRADA.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '
           ACCEPT WS-VIG-ENTRADA.
           DISPLAY 'LIMITE SUPERIOR DA FAIXA (EX: 0010000,00;'
                   ' 9999999,99 = SEM TETO): '
           ACCEPT WS-LIMITE-ENTRADA.
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

       0270-ACEITA-FAIXA.
      *    A FAIXA COBRA OU VALOR FIXO OU PERCENTUAL DO VALOR-DADOS;
      *    O CAMPO QUE NAO SE APLICA FICA ZERADO. TARIFA ZERO E
      *    ACEITA: E A FAIXA ISENTA.
           SET FAIXA-OK TO FALSE.
           MOVE SPACES TO WS-BASE-ENTRADA.
           MOVE ZEROS  TO WS-VALOR-ENTRADA WS-TAXA-ENTRADA.
           DISPLAY 'BASE: <V>ALOR FIXO OU <P>ERCENTUAL: '
           ACCEPT WS-BASE-ENTRADA.
           INSPECT WS-BASE-ENTRADA CONVERTING 'vp' TO 'VP'.

           IF NOT BASE-VALIDA
               DISPLAY 'BASE INVALIDA.'
               GO TO 0270-FIM
           END-IF.

           IF WS-BASE-ENTRADA EQUAL 'V'
               DISPLAY 'VALOR FIXO DA TARIFA (EX: 0000025,00): '
               ACCEPT WS-VALOR-ENTRADA
           ELSE
               DISPLAY 'PERCENTUAL SOBRE O VALOR (EX: 000,2000): '
               ACCEPT WS-TAXA-ENTRADA
           END-IF.
           SET FAIXA-OK TO TRUE.
       0270-FIM.

       0290-JORNALIZA.
      *    TODA MUDANCA NA TABELA DEIXA RASTRO NO DIARIO, COM O
      *    DEPARTAMENTO E A VIGENCIA NO TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'TARIFMNT'      TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING WS-EVENTO(1:9) WS-DEPTO-ENTRADA ' '
                      WS-VIG-ENTRADA
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
           MOVE 'TARIFA'       TO WS-RLOG-TABELA.
           MOVE WS-DEPTO-ENTRADA TO WS-RLOG-CHAVE(1:4).
           MOVE WS-VIG-ENTRADA TO WS-RLOG-CHAVE(5:8).
           MOVE WS-LIMITE-ENTRADA TO WS-LIMITE-CHAVE.
           MOVE WS-LIMITE-CHAVE TO WS-RLOG-CHAVE(14:7).
           MOVE WS-OPERADOR    TO WS-RLOG-OPERADOR.
           MOVE 'TARIFMNT'     TO WS-RLOG-PROGRAMA.
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
           MOVE 'TARIFA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-TARIFA-DAT.
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
