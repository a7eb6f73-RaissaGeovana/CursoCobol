      * Author:
      * Date:
      * Purpose: Manutencao do cadastro mestre de departamentos
      *          (DEPTOS.DAT) - inclui, altera descricao, grupo
      *          gerencial e empresa do grupo a que o departamento
      *          pertence (obrigatoria - base da segregacao por
      *          empresa), e desativa/reativa departamentos. O
      *          codigo de 4 caracteres e validado por
      *          CRUD/INDEXADO/CSVIMPORT contra este arquivo antes
      *          de aceitar um registro.
      *          A entrada pede a identificacao do operador (OPERMST)
      *          e toda inclusao, alteracao e mudanca de situacao vai
      *          para o log de tabelas de referencia (REFLOG.TXT),
      *          com a imagem do departamento antes e depois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-ALER.
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
       COPY FD_DESLWK.
       FD ALERTAS.
       COPY FD_ALERTA.
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
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       77 WS-CODIGO-ENTRADA PIC X(04) VALUE SPACES.
       77 WS-DESCR-ENTRADA  PIC X(30) VALUE SPACES.
       77 WS-GRUPO-ENTRADA  PIC X(04) VALUE SPACES.
       77 WS-EMPRESA-ENTRADA PIC X(04) VALUE SPACES.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       0100-INICIO.
           DISPLAY '******** MANUTENCAO DE DEPARTAMENTOS ***********'
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
           DISPLAY 'GRUPO GERENCIAL (4 CARACTERES): '
           MOVE SPACES TO WS-GRUPO-ENTRADA.
           ACCEPT WS-GRUPO-ENTRADA.
      *    TODO DEPARTAMENTO PERTENCE A UMA EMPRESA DO GRUPO: SEM ELA
      *    OS REGISTROS DELE NAO APARECEM PARA NENHUM OPERADOR DE
      *    NIVEL 1.
           MOVE SPACES TO WS-EMPRESA-ENTRADA.
           DISPLAY 'EMPRESA (4 CARACTERES): '
           ACCEPT WS-EMPRESA-ENTRADA.
           IF WS-EMPRESA-ENTRADA EQUAL SPACES
               DISPLAY 'EMPRESA OBRIGATORIA - DEPARTAMENTO NAO'
                       ' INCLUIDO.'
               GO TO 0210-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O DEPTOS.
               MOVE WS-CODIGO-ENTRADA TO DEPTO-CODIGO
               MOVE WS-DESCR-ENTRADA  TO DEPTO-DESCRICAO
               MOVE WS-GRUPO-ENTRADA  TO DEPTO-GRUPO
               MOVE WS-EMPRESA-ENTRADA TO DEPTO-EMPRESA
               SET DEPTO-ATIVO TO TRUE
               WRITE RG-DEPTO
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'DEPARTAMENTO INCLUIDO COM SUCESSO.'
                       MOVE 'I'      TO WS-RLOG-ACAO
                       MOVE RG-DEPTO TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-WRITE
               CLOSE DEPTOS
           ELSE
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO.'
                   NOT INVALID KEY
                       MOVE RG-DEPTO TO WS-RLOG-ANTES
                       DISPLAY 'DESCRICAO ATUAL: ' DEPTO-DESCRICAO
                       DISPLAY 'NOVA DESCRICAO: '
                       ACCEPT DEPTO-DESCRICAO
                       DISPLAY 'GRUPO ATUAL: ' DEPTO-GRUPO
                       DISPLAY 'NOVO GRUPO (4 CARACTERES): '
                       ACCEPT DEPTO-GRUPO
                       DISPLAY 'EMPRESA ATUAL: ' DEPTO-EMPRESA
                       MOVE SPACES TO WS-EMPRESA-ENTRADA
                       DISPLAY 'NOVA EMPRESA (BRANCO = MANTEM): '
                       ACCEPT WS-EMPRESA-ENTRADA
                       IF WS-EMPRESA-ENTRADA NOT EQUAL SPACES
                           MOVE WS-EMPRESA-ENTRADA TO DEPTO-EMPRESA
                       END-IF
                       REWRITE RG-DEPTO
                       DISPLAY 'DEPARTAMENTO ATUALIZADO COM SUCESSO.'
                       MOVE 'A'      TO WS-RLOG-ACAO
                       MOVE RG-DEPTO TO WS-RLOG-DEPOIS
                       PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM
               END-READ
               CLOSE DEPTOS
           ELSE
                                   PERFORM 0270-GRAVA-ALERTA
                                           THRU 0270-FIM
                               ELSE
                                   MOVE RG-DEPTO TO WS-RLOG-ANTES
                                   SET DEPTO-INATIVO TO TRUE
                                   REWRITE RG-DEPTO
                                   DISPLAY 'SITUACAO ATUALIZADA COM'
                                           ' SUCESSO.'
                                   PERFORM 0296-REGISTRA-SITUACAO
                                           THRU 0296-FIM
                               END-IF
                           ELSE
                               MOVE RG-DEPTO TO WS-RLOG-ANTES
                               SET DEPTO-ATIVO TO TRUE
                               REWRITE RG-DEPTO
                               DISPLAY 'SITUACAO ATUALIZADA COM'
                                       ' SUCESSO.'
                               PERFORM 0296-REGISTRA-SITUACAO
                                       THRU 0296-FIM
                           END-IF
                       ELSE
                           DISPLAY 'SITUACAO MANTIDA.'

           IF ST-OK THEN
               DISPLAY 'CODIGO DESCRICAO                      GRUPO'
                       ' EMPR SITUACAO'
               PERFORM UNTIL FIM-OK
                   READ DEPTOS NEXT RECORD
                       AT END
                           DISPLAY DEPTO-CODIGO '   '
                                   DEPTO-DESCRICAO ' '
                                   DEPTO-GRUPO '  '
                                   DEPTO-EMPRESA ' '
                                   DEPTO-SITUACAO
                           ADD 1 TO WS-CONT-LISTADOS
                   END-READ
           ACCEPT WS-CODIGO-ENTRADA.
       0250-FIM.

       0295-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'DEPTOS'          TO WS-RLOG-TABELA.
           MOVE WS-CODIGO-ENTRADA TO WS-RLOG-CHAVE.
           MOVE 'DEPTOMNT'        TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       0295-FIM.

       0296-REGISTRA-SITUACAO.
           MOVE 'A'      TO WS-RLOG-ACAO.
           MOVE RG-DEPTO TO WS-RLOG-DEPOIS.
           PERFORM 0295-REGISTRA-REFLOG THRU 0295-FIM.
       0296-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
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
