      *          contabeis por departamento e tipo de operacao (D/C).
      *          O departamento e validado contra o mestre DEPTOS.DAT;
      *          o GLPOST consome este mapa na geracao do arquivo de
      *          interface contabil. Os tipos G (ganho) e P (perda)
      *          guardam as contas da variacao cambial que o VARCAMB
      *          contabiliza no fechamento do mes. Os tipos S
      *          (rateio enviado) e E (rateio recebido) guardam as
      *          contas do rateio de custos gerado pelo RATGER. Os
      *          tipos J (juros pagos) e K (juros cobrados) guardam
      *          as contas da capitalizacao de juros do JURGER.
      *          A entrada pede a identificacao do operador (OPERMST)
      *          e toda inclusao, alteracao e remocao vai para o log
      *          de tabelas de referencia (REFLOG.TXT), com a imagem
      *          do mapeamento antes e depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-RLOG-OPER.
              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       COPY FD_GLMAP.
       FD DEPTOS.
       COPY FD_DEPTO.
       FD OPERMST.
       COPY FD_OPER.
       FD REFLOG.
       COPY FD_REFLOG.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY REFLOG_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-GLCONTAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
       77 WS-DEPTO-ENTRADA  PIC X(04) VALUE SPACES.
       77 WS-TIPO-ENTRADA   PIC X(01) VALUE SPACES.
         88 TIPO-VALIDO               VALUE 'D' 'C' 'G' 'P'
                                              'S' 'E' 'J' 'K'.
       77 WS-DEB-ENTRADA    PIC X(08) VALUE SPACES.
       77 WS-CRE-ENTRADA    PIC X(08) VALUE SPACES.
       77 WS-DEPTO-VALIDO   PIC X     VALUE 'N'.
       0100-INICIO.
           DISPLAY '******** MANUTENCAO DO DE-PARA CONTABIL ********'
           SET WS-EXIT-OK     TO FALSE.

           PERFORM 9460-IDENTIFICA-OPERADOR THRU 9460-FIM.
           IF NOT RLOG-OPERADOR-OK
               DISPLAY 'OPERADOR NAO IDENTIFICADO - ENCERRANDO.'
               SET WS-EXIT-OK TO TRUE
           ELSE
               PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM
           END-IF.

           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.
           PERFORM 0250-ACEITA-CHAVE THRU 0250-FIM.

           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - USE D, C, G, P, S, E, J OU K.'
               GO TO 0210-FIM
           END-IF.

                       DISPLAY 'MAPEAMENTO JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'MAPEAMENTO INCLUIDO COM SUCESSO.'
                       MOVE 'I'      TO WS-RLOG-ACAO
                       MOVE RG-GLMAP TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE GLCONTAS
           ELSE
                       DISPLAY 'CONTA CREDITO ATUAL: '
                               GLM-CONTA-CREDITO
                       PERFORM 0270-ACEITA-CONTAS THRU 0270-FIM
                       MOVE RG-GLMAP TO WS-RLOG-ANTES
                       MOVE WS-DEB-ENTRADA TO GLM-CONTA-DEBITO
                       MOVE WS-CRE-ENTRADA TO GLM-CONTA-CREDITO
                       REWRITE RG-GLMAP
                       DISPLAY 'MAPEAMENTO ATUALIZADO COM SUCESSO.'
                       MOVE 'A'      TO WS-RLOG-ACAO
                       MOVE RG-GLMAP TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-READ
               CLOSE GLCONTAS
           ELSE
                       DISPLAY 'CONFIRMA A REMOCAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           MOVE RG-GLMAP TO WS-RLOG-ANTES
                           DELETE GLCONTAS
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER.'
                               NOT INVALID KEY
                                   DISPLAY 'MAPEAMENTO REMOVIDO.'
                                   MOVE 'R' TO WS-RLOG-ACAO
                                   PERFORM 0295-REGISTRA-REFLOG
                                           THRU 0295-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'MAPEAMENTO MANTIDO.'
           MOVE SPACES TO WS-DEPTO-ENTRADA WS-TIPO-ENTRADA.
           DISPLAY 'CODIGO DO DEPARTAMENTO (4 CARACTERES): '
           ACCEPT WS-DEPTO-ENTRADA.
           DISPLAY 'TIPO DE OPERACAO <D>EBITO, <C>REDITO, <G>ANHO'
                   ' OU <P>ERDA CAMBIAL, RATEIO <S>AIDA OU'
                   ' <E>NTRADA, JUROS PAGOS <J> OU COBRADOS <K>: '
           ACCEPT WS-TIPO-ENTRADA.
       0250-FIM.

           ACCEPT WS-CRE-ENTRADA.
       0270-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'GLCONTAS'       TO WS-RLOG-TABELA.
           MOVE WS-DEPTO-ENTRADA TO WS-RLOG-CHAVE(1:4).
           MOVE WS-TIPO-ENTRADA  TO WS-RLOG-CHAVE(6:1).
           MOVE 'GLMAPMNT'       TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY REFLOG.
       COPY SENHA.
