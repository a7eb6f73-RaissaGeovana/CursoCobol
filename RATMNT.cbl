      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao das regras de rateio de custos
      *          compartilhados (RATEIO.DAT) - inclui, altera, remove
      *          e lista, por departamento origem, a regra que o
      *          RATGER aplica no fechamento do mes em vez da planilha
      *          de rateio: percentual do saldo da origem a ratear,
      *          metodo de divisao (P percentual fixo por destino,
      *          V participacao no VALOR-DADOS, Q quantidade de
      *          codigos) e os departamentos destino. Destino tem de
      *          estar no DEPTOS.DAT, nao repete nem coincide com a
      *          origem, e no metodo P os percentuais fecham 100. A
      *          entrada exige supervisor (nivel 2 do OPERMST.DAT) e
      *          toda mudanca e jornalizada no DIARIO.
      *          Inclusoes, alteracoes e remocoes tambem vao para o
      *          log de tabelas de referencia (REFLOG.TXT), com a
      *          imagem da regra antes e depois (metodo, situacao,
      *          percentual da origem e os cinco primeiros destinos)
      *          e o supervisor.
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
              SELECT RATEIO ASSIGN TO WS-ARQ-RATEIO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RAT-DEPTO-ORIGEM
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
       FD RATEIO.
       COPY FD_RATEIO.
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
       77  WS-ARQ-RATEIO-DAT     PIC X(60) VALUE SPACES.
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
       77 WS-DEPTO-VALIDAR  PIC X(04) VALUE SPACES.
       77 WS-DESCR-ENTRADA  PIC X(30) VALUE SPACES.
       77 WS-METODO-ENTRADA PIC X     VALUE SPACES.
         88 METODO-VALIDO             VALUE 'P' 'V' 'Q'.
         88 METODO-PERCENTUAL         VALUE 'P'.
       77 WS-SITUACAO-ENTRADA PIC X   VALUE SPACES.
         88 SITUACAO-VALIDA           VALUE 'A' 'S'.
       77 WS-PCT-ORIG-ENTRADA PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-DEST-ENTRADA PIC 9(02) VALUE ZEROS.
      *    DESTINOS DIGITADOS, CONFERIDOS ANTES DE IREM PARA A REGRA.
       01 WS-TAB-DESTINOS.
          02 WS-DST OCCURS 10 TIMES.
             03 WS-DST-DEPTO    PIC X(04).
             03 WS-DST-PCT      PIC 9(03)V99.
       77 WS-IDX-DST        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CMP        PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-PCT       PIC 9(05)V99 VALUE ZEROS.
       77 WS-REGRA-OK       PIC X     VALUE 'N'.
         88 REGRA-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DEPTO-VALIDO   PIC X     VALUE 'N'.
         88 DEPTO-VALIDO              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WS-PCT-ED         PIC ZZ9,99.
       77 WS-EVENTO         PIC X(20) VALUE SPACES.
      *    IMAGEM DA REGRA PARA O LOG DE TABELAS DE REFERENCIA: A
      *    ORIGEM VAI NA CHAVE E SO OS CINCO PRIMEIROS DESTINOS CABEM.
       01 WS-RAT-IMAGEM.
          03 WS-RIMG-METODO    PIC X(01).
          03 WS-RIMG-SITUACAO  PIC X(01).
          03 WS-RIMG-PCT-ORIG  PIC 9(03)V99.
          03 WS-RIMG-QTD-DEST  PIC 9(02).
          03 WS-RIMG-DESTINO OCCURS 5 TIMES.
             05 WS-RIMG-DEPTO  PIC X(04).
             05 WS-RIMG-PCT    PIC 9(03)V99.
          03 FILLER            PIC X(06).
       77 WS-IDX-IMG        PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '****** MANUTENCAO DAS REGRAS DE RATEIO ******'
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
      *    A REGRA ERRADA TIRA CUSTO DE UM DEPARTAMENTO E JOGA EM
      *    OUTROS NO FECHAMENTO - SO SUPERVISOR (NIVEL 2) MEXE NELA.
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
           OPEN I-O RATEIO.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT RATEIO
           END-IF.

           IF ST-OK THEN
               CLOSE RATEIO
           ELSE
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE RATEIO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<I>NCLUIR, <A>LTERAR, <R>EMOVER REGRA,'
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
           MOVE WS-DEPTO-ENTRADA TO WS-DEPTO-VALIDAR.
           PERFORM 0260-VALIDA-DEPTO THRU 0260-FIM.

           IF NOT DEPTO-VALIDO
               DISPLAY 'DEPARTAMENTO ' WS-DEPTO-ENTRADA
                       ' NAO CADASTRADO.'
               GO TO 0210-FIM
           END-IF.

           MOVE 'A' TO WS-SITUACAO-ENTRADA.
           PERFORM 0270-ACEITA-REGRA THRU 0270-FIM.
           IF NOT REGRA-OK
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O RATEIO.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA TO RAT-DEPTO-ORIGEM
               PERFORM 0285-MONTA-REGRA THRU 0285-FIM
               WRITE RG-RATEIO
                   INVALID KEY
                       DISPLAY 'JA EXISTE REGRA PARA ESTE'
                               ' DEPARTAMENTO ORIGEM.'
                   NOT INVALID KEY
                       DISPLAY 'REGRA INCLUIDA COM SUCESSO.'
                       MOVE 'INCLUSAO DE REGRA   ' TO WS-EVENTO
                       PERFORM 0290-JORNALIZA THRU 0290-FIM
                       MOVE 'I' TO WS-RLOG-ACAO
                       PERFORM 0296-IMAGEM-REGRA THRU 0296-FIM
                       MOVE WS-RAT-IMAGEM TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE RATEIO
           ELSE
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE RATEIO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0210-FIM.

       0220-ALTERA.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O RATEIO.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA TO RAT-DEPTO-ORIGEM
               READ RATEIO
                   INVALID KEY
                       DISPLAY 'REGRA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-REGRA THRU 0245-FIM
                       PERFORM 0225-ACEITA-SITUACAO THRU 0225-FIM
                       IF SITUACAO-VALIDA
                           PERFORM 0270-ACEITA-REGRA THRU 0270-FIM
                       END-IF
                       IF NOT SITUACAO-VALIDA OR NOT REGRA-OK
                           DISPLAY 'REGRA MANTIDA.'
                       ELSE
                           PERFORM 0296-IMAGEM-REGRA THRU 0296-FIM
                           MOVE WS-RAT-IMAGEM TO WS-RLOG-ANTES
                           PERFORM 0285-MONTA-REGRA THRU 0285-FIM
                           REWRITE RG-RATEIO
                           DISPLAY 'REGRA ATUALIZADA COM SUCESSO.'
                           MOVE 'ALTERACAO DE REGRA  ' TO WS-EVENTO
                           PERFORM 0290-JORNALIZA THRU 0290-FIM
                           MOVE 'A' TO WS-RLOG-ACAO
                           PERFORM 0296-IMAGEM-REGRA THRU 0296-FIM
                           MOVE WS-RAT-IMAGEM TO WS-RLOG-DEPOIS
                           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
                       END-IF
               END-READ
               CLOSE RATEIO
           ELSE
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE RATEIO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0220-FIM.

       0225-ACEITA-SITUACAO.
      *    SUSPENDER A REGRA TIRA A ORIGEM DO RATEIO SEM PERDER A
      *    CONFIGURACAO DOS DESTINOS.
           MOVE SPACES TO WS-SITUACAO-ENTRADA.
           DISPLAY 'SITUACAO <A>TIVA OU <S>USPENSA: '
           ACCEPT WS-SITUACAO-ENTRADA.
           INSPECT WS-SITUACAO-ENTRADA CONVERTING 'as' TO 'AS'.
           IF NOT SITUACAO-VALIDA
               DISPLAY 'SITUACAO INVALIDA.'
           END-IF.
       0225-FIM.

       0230-REMOVE.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           SET ST-OK TO TRUE.
           OPEN I-O RATEIO.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA TO RAT-DEPTO-ORIGEM
               READ RATEIO
                   INVALID KEY
                       DISPLAY 'REGRA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM 0245-EXIBE-REGRA THRU 0245-FIM
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA A REMOCAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RAT-METODO TO WS-METODO-ENTRADA
                           PERFORM 0296-IMAGEM-REGRA THRU 0296-FIM
                           MOVE WS-RAT-IMAGEM TO WS-RLOG-ANTES
                           DELETE RATEIO
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER.'
                               NOT INVALID KEY
                                   DISPLAY 'REGRA REMOVIDA.'
                                   MOVE 'REMOCAO DE REGRA    '
                                     TO WS-EVENTO
                                   PERFORM 0290-JORNALIZA
                                           THRU 0290-FIM
                                   MOVE 'R' TO WS-RLOG-ACAO
                                   PERFORM 0295-REGISTRA-REFLOG
                                           THRU 0295-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'REGRA MANTIDA.'
                       END-IF
               END-READ
               CLOSE RATEIO
           ELSE
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE RATEIO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0230-FIM.

       0240-LISTA.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           SET WS-CONT-LISTADOS TO 0.

           OPEN INPUT RATEIO.

           IF ST-OK THEN
               PERFORM 0244-LISTA-REGRA THRU 0244-FIM
                       UNTIL FIM-OK
               CLOSE RATEIO
               DISPLAY 'TOTAL DE REGRAS: ' WS-CONT-LISTADOS
           ELSE
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE RATEIO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0240-FIM.

       0244-LISTA-REGRA.
           READ RATEIO NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM 0245-EXIBE-REGRA THRU 0245-FIM
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0244-FIM.

       0245-EXIBE-REGRA.
           MOVE RAT-PCT-ORIGEM TO WS-PCT-ED.
           DISPLAY 'ORIGEM ' RAT-DEPTO-ORIGEM ' ' RAT-DESCRICAO.
           DISPLAY '  METODO ' RAT-METODO ' SITUACAO ' RAT-SITUACAO
                   ' RATEIA ' WS-PCT-ED ' % DO SALDO - ALTERADA EM '
                   RAT-DATA-ALT ' POR ' RAT-OPERADOR.
           MOVE 1 TO WS-IDX-DST.
           PERFORM 0246-EXIBE-DESTINO THRU 0246-FIM
                   UNTIL WS-IDX-DST > RAT-QTD-DESTINOS.
       0245-FIM.

       0246-EXIBE-DESTINO.
           IF RAT-MET-PERCENTUAL
               MOVE RAT-PCT-DESTINO(WS-IDX-DST) TO WS-PCT-ED
               DISPLAY '    DESTINO ' RAT-DEPTO-DESTINO(WS-IDX-DST)
                       '  ' WS-PCT-ED ' %'
           ELSE
               DISPLAY '    DESTINO ' RAT-DEPTO-DESTINO(WS-IDX-DST)
           END-IF.
           ADD 1 TO WS-IDX-DST.
       0246-FIM.

       0250-ACEITA-CHAVE.
           MOVE SPACES TO WS-DEPTO-ENTRADA.
           DISPLAY 'DEPARTAMENTO ORIGEM (4 CARACTERES): '
           ACCEPT WS-DEPTO-ENTRADA.
       0250-FIM.

       0260-VALIDA-DEPTO.
           SET DEPTO-VALIDO TO FALSE.

           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.

           IF ST-DEPTO-OK THEN
               MOVE WS-DEPTO-VALIDAR TO DEPTO-CODIGO
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

       0270-ACEITA-REGRA.
      *    A REGRA SO VALE INTEIRA: QUALQUER DESTINO INVALIDO OU
      *    PERCENTUAIS QUE NAO FECHAM 100 DESCARTAM A DIGITACAO.
           SET REGRA-OK TO FALSE.
           MOVE SPACES TO WS-DESCR-ENTRADA WS-METODO-ENTRADA.
           MOVE ZEROS  TO WS-PCT-ORIG-ENTRADA WS-QTD-DEST-ENTRADA
                          WS-SOMA-PCT.
           MOVE SPACES TO WS-TAB-DESTINOS.

           DISPLAY 'DESCRICAO DA REGRA: '
           ACCEPT WS-DESCR-ENTRADA.
           DISPLAY 'METODO: <P>ERCENTUAL FIXO, <V>ALOR DOS CODIGOS'
                   ' OU <Q>UANTIDADE DE CODIGOS: '
           ACCEPT WS-METODO-ENTRADA.
           INSPECT WS-METODO-ENTRADA CONVERTING 'pvq' TO 'PVQ'.
           IF NOT METODO-VALIDO
               DISPLAY 'METODO INVALIDO.'
               GO TO 0270-FIM
           END-IF.

           DISPLAY 'PERCENTUAL DO SALDO DA ORIGEM A RATEAR'
                   ' (EX: 100,00): '
           ACCEPT WS-PCT-ORIG-ENTRADA.
           IF WS-PCT-ORIG-ENTRADA EQUAL ZEROS
              OR WS-PCT-ORIG-ENTRADA > 100
               DISPLAY 'PERCENTUAL DA ORIGEM DEVE ESTAR ENTRE 0,01'
                       ' E 100,00.'
               GO TO 0270-FIM
           END-IF.

           DISPLAY 'QUANTIDADE DE DEPARTAMENTOS DESTINO (1 A 10): '
           ACCEPT WS-QTD-DEST-ENTRADA.
           IF WS-QTD-DEST-ENTRADA EQUAL ZEROS
              OR WS-QTD-DEST-ENTRADA > 10
               DISPLAY 'QUANTIDADE DE DESTINOS INVALIDA.'
               GO TO 0270-FIM
           END-IF.

           SET REGRA-OK TO TRUE.
           MOVE 1 TO WS-IDX-DST.
           PERFORM 0275-ACEITA-DESTINO THRU 0275-FIM
                   UNTIL WS-IDX-DST > WS-QTD-DEST-ENTRADA
                      OR NOT REGRA-OK.
           IF NOT REGRA-OK
               GO TO 0270-FIM
           END-IF.

           IF METODO-PERCENTUAL
              AND WS-SOMA-PCT NOT EQUAL 100
               MOVE WS-SOMA-PCT TO WS-PCT-ED
               DISPLAY 'PERCENTUAIS DOS DESTINOS SOMAM ' WS-PCT-ED
                       ' - DEVEM FECHAR 100,00.'
               SET REGRA-OK TO FALSE
           END-IF.
       0270-FIM.

       0275-ACEITA-DESTINO.
           DISPLAY 'DEPARTAMENTO DESTINO ' WS-IDX-DST ': '
           ACCEPT WS-DST-DEPTO(WS-IDX-DST).

           IF WS-DST-DEPTO(WS-IDX-DST) EQUAL WS-DEPTO-ENTRADA
               DISPLAY 'DESTINO NAO PODE SER A PROPRIA ORIGEM.'
               SET REGRA-OK TO FALSE
               GO TO 0275-FIM
           END-IF.

           MOVE WS-DST-DEPTO(WS-IDX-DST) TO WS-DEPTO-VALIDAR.
           PERFORM 0260-VALIDA-DEPTO THRU 0260-FIM.
           IF NOT DEPTO-VALIDO
               DISPLAY 'DEPARTAMENTO ' WS-DEPTO-VALIDAR
                       ' NAO CADASTRADO.'
               SET REGRA-OK TO FALSE
               GO TO 0275-FIM
           END-IF.

           MOVE 1 TO WS-IDX-CMP.
           PERFORM 0280-CONFERE-REPETIDO THRU 0280-FIM
                   UNTIL WS-IDX-CMP NOT < WS-IDX-DST
                      OR NOT REGRA-OK.
           IF NOT REGRA-OK
               GO TO 0275-FIM
           END-IF.

           IF METODO-PERCENTUAL
               DISPLAY 'PERCENTUAL DO DESTINO (EX: 025,00): '
               ACCEPT WS-DST-PCT(WS-IDX-DST)
               IF WS-DST-PCT(WS-IDX-DST) EQUAL ZEROS
                   DISPLAY 'PERCENTUAL DO DESTINO NAO PODE SER ZERO.'
                   SET REGRA-OK TO FALSE
                   GO TO 0275-FIM
               END-IF
               ADD WS-DST-PCT(WS-IDX-DST) TO WS-SOMA-PCT
           ELSE
               MOVE ZEROS TO WS-DST-PCT(WS-IDX-DST)
           END-IF.
           ADD 1 TO WS-IDX-DST.
       0275-FIM.

       0280-CONFERE-REPETIDO.
           IF WS-DST-DEPTO(WS-IDX-CMP) EQUAL WS-DST-DEPTO(WS-IDX-DST)
               DISPLAY 'DEPARTAMENTO ' WS-DST-DEPTO(WS-IDX-DST)
                       ' JA INFORMADO COMO DESTINO.'
               SET REGRA-OK TO FALSE
           END-IF.
           ADD 1 TO WS-IDX-CMP.
       0280-FIM.

       0285-MONTA-REGRA.
           MOVE WS-DESCR-ENTRADA    TO RAT-DESCRICAO.
           MOVE WS-METODO-ENTRADA   TO RAT-METODO.
           MOVE WS-SITUACAO-ENTRADA TO RAT-SITUACAO.
           MOVE WS-PCT-ORIG-ENTRADA TO RAT-PCT-ORIGEM.
           MOVE WS-QTD-DEST-ENTRADA TO RAT-QTD-DESTINOS.
           MOVE 1 TO WS-IDX-DST.
           PERFORM 0286-MONTA-DESTINO THRU 0286-FIM
                   UNTIL WS-IDX-DST > 10.
           ACCEPT RAT-DATA-ALT FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR         TO RAT-OPERADOR.
       0285-FIM.

       0286-MONTA-DESTINO.
           IF WS-IDX-DST > WS-QTD-DEST-ENTRADA
               MOVE SPACES TO RAT-DEPTO-DESTINO(WS-IDX-DST)
               MOVE ZEROS  TO RAT-PCT-DESTINO(WS-IDX-DST)
           ELSE
               MOVE WS-DST-DEPTO(WS-IDX-DST)
                 TO RAT-DEPTO-DESTINO(WS-IDX-DST)
               MOVE WS-DST-PCT(WS-IDX-DST)
                 TO RAT-PCT-DESTINO(WS-IDX-DST)
           END-IF.
           ADD 1 TO WS-IDX-DST.
       0286-FIM.

       0290-JORNALIZA.
      *    TODA MUDANCA NAS REGRAS DEIXA RASTRO NO DIARIO, COM O
      *    DEPARTAMENTO ORIGEM E O METODO NO TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'RATMNT'        TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING WS-EVENTO(1:9) WS-DEPTO-ENTRADA ' METODO '
                      WS-METODO-ENTRADA
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
           MOVE 'RATEIO'       TO WS-RLOG-TABELA.
           MOVE WS-DEPTO-ENTRADA TO WS-RLOG-CHAVE(1:4).
           MOVE WS-OPERADOR    TO WS-RLOG-OPERADOR.
           MOVE 'RATMNT'       TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       0296-IMAGEM-REGRA.
           MOVE SPACES           TO WS-RAT-IMAGEM.
           MOVE RAT-METODO       TO WS-RIMG-METODO.
           MOVE RAT-SITUACAO     TO WS-RIMG-SITUACAO.
           MOVE RAT-PCT-ORIGEM   TO WS-RIMG-PCT-ORIG.
           MOVE RAT-QTD-DESTINOS TO WS-RIMG-QTD-DEST.
           MOVE 1 TO WS-IDX-IMG.
           PERFORM 0297-IMAGEM-DESTINO THRU 0297-FIM
                   UNTIL WS-IDX-IMG > 5.
       0296-FIM.

       0297-IMAGEM-DESTINO.
           MOVE RAT-DEPTO-DESTINO(WS-IDX-IMG)
             TO WS-RIMG-DEPTO(WS-IDX-IMG).
           MOVE RAT-PCT-DESTINO(WS-IDX-IMG)
             TO WS-RIMG-PCT(WS-IDX-IMG).
           ADD 1 TO WS-IDX-IMG.
       0297-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RATEIO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RATEIO-DAT.
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
