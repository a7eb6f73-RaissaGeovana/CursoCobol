      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacao da movimentacao de pessoal do RH - le
      *          RHMOV.TXT e mantem o cadastro de operadores em dia
      *          com as admissoes, transferencias e desligamentos da
      *          empresa. Admissao cria no OPERMST.DAT o operador
      *          inativo, sem senha, para o supervisor completar e
      *          ativar pelo OPERMNT; transferencia muda a lotacao do
      *          operador e revoga as alcadas (ALCADA.DAT) dos
      *          departamentos que nao sao mais o de lotacao;
      *          desligamento desativa o operador, revoga
      *          todas as suas alcadas, encerra as sessoes abertas em
      *          SESSOES.DAT, solta as travas LOCK.DAT que ficaram no
      *          nome dele e passa para o supervisor imediato os casos
      *          abertos (CASOS.DAT), os acompanhamentos abertos
      *          (LEMBRETE.DAT) e as alteracoes e lancamentos que ele
      *          submeteu e ainda aguardam aprovacao (PENDALT.DAT e
      *          PENDLCT.DAT). Toda mudanca no operador e jornalizada
      *          no DIARIO e toda revogacao de alcada vai para o log
      *          de tabelas de referencia. O controle, impresso pelo
      *          PRINTSRV com saida datada RHAPL.AAAAMMDD.TXT e
      *          registrado no catalogo de relatorios, lista cada
      *          movimento aplicado e cada registro do RH que nao
      *          pode ser aplicado. Movimento com data efetiva futura
      *          nao e aplicado: sai no controle como adiado e fica
      *          em RHPEND.TXT, relido antes do RHMOV.TXT nas corridas
      *          seguintes ate a data efetiva chegar.
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
              SELECT RHMOV ASSIGN TO WS-ARQ-RHMOV-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RH.

              SELECT RHPEND ASSIGN TO WS-ARQ-RHPEND-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RHP.

              SELECT RHPENDANT ASSIGN TO WS-ARQ-RHPEND-ANT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RHA.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST.

              SELECT ALCADA ASSIGN TO WS-ARQ-ALCADA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-ALC.

              SELECT SESSOES ASSIGN TO WS-ARQ-SESSOES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SES-CHAVE
              FILE STATUS IS WS-ST-SES.

              SELECT LOCKDADOS ASSIGN TO WS-ARQ-LOCK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LOCK-COD-DADOS
              FILE STATUS IS WS-ST-LOCK.

              SELECT CASOS ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-CAS.

              SELECT LEMBRETE ASSIGN TO WS-ARQ-LEMBRETE-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LEM-CHAVE
              FILE STATUS IS WS-ST-LEM.

              SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST-PEND.

              SELECT PENDLCT ASSIGN TO WS-ARQ-PENDLCT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PLCT-CHAVE
              FILE STATUS IS WS-ST-PLCT.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT REFLOG ASSIGN TO WS-ARQ-REFLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RLOG.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-CAT.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD RHMOV.
       COPY FD_RHMOV.

      *    MOVIMENTOS COM DATA EFETIVA FUTURA, MESMO LAYOUT DO RHMOV.
       FD RHPEND.
       01  RG-RHPEND           PIC X(80).

       FD RHPENDANT.
       01  RG-RHPENDANT        PIC X(80).

       FD OPERMST.
       COPY FD_OPER.

       FD ALCADA.
       COPY FD_ALCADA.

       FD SESSOES.
       COPY FD_SESSAO.

       FD LOCKDADOS.
       COPY FD_LOCK.

       FD CASOS.
       COPY FD_CASO.

       FD LEMBRETE.
       COPY FD_LEMBRETE.

       FD PENDALT.
       COPY FD_PENDALT.

       FD PENDLCT.
       COPY FD_PENDLCT.

       FD DIARIO.
       COPY FD_DIARIO.

       FD REFLOG.
       COPY FD_REFLOG.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY REFLOG_WS.
       COPY SENHA_WS.
       77  WS-ARQ-RHMOV-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RHPEND-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RHPEND-ANT    PIC X(60) VALUE SPACES.
       77  WS-DETALHES-ARQ      PIC X(20) VALUE SPACES.
       77  WS-CHAMADA-RESULT    PIC S9(9) COMP-5 VALUE ZEROS.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALCADA-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-SESSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOCK-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LEMBRETE-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDALT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDLCT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-RH           PIC 99.
         88 ST-RH-OK          VALUE 0.
       77 WS-ST-RHP          PIC 99.
         88 ST-RHP-OK         VALUE 0.
       77 WS-ST-RHA          PIC 99.
         88 ST-RHA-OK         VALUE 0.
       77 WS-ST-ALC          PIC 99.
         88 ST-ALC-OK         VALUE 0.
       77 WS-ST-SES          PIC 99.
         88 ST-SES-OK         VALUE 0.
       77 WS-ST-LOCK         PIC 99.
         88 ST-LOCK-OK        VALUE 0.
       77 WS-ST-CAS          PIC 99.
         88 ST-CAS-OK         VALUE 0.
       77 WS-ST-LEM          PIC 99.
         88 ST-LEM-OK         VALUE 0.
       77 WS-ST-PEND         PIC 99.
         88 ST-PEND-OK        VALUE 0.
       77 WS-ST-PLCT         PIC 99.
         88 ST-PLCT-OK        VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-VARRE       PIC X.
         88 FIM-VARRE-OK      VALUE 'S' FALSE 'N'.
       77 WS-RH-ABERTO       PIC X     VALUE 'N'.
         88 RH-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-PEND        PIC X     VALUE 'S'.
         88 FIM-PEND-OK                VALUE 'S' FALSE 'N'.
       77 WS-PEND-ABERTO     PIC X     VALUE 'N'.
         88 PEND-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-ANT-ABERTO      PIC X     VALUE 'N'.
         88 ANT-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X     VALUE 'N'.
         88 OPER-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-SUPERV-VALIDO   PIC X     VALUE 'N'.
         88 SUPERV-VALIDO              VALUE 'S' FALSE 'N'.
       77 WS-REVOGA-TODAS    PIC X     VALUE 'N'.
         88 REVOGA-TODAS               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-OPER-MOV        PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR      PIC X(08) VALUE SPACES.
       77 WS-DEPTO-MANTIDO   PIC X(04) VALUE SPACES.
       77 WS-JORNAL-NOME     PIC X(20) VALUE SPACES.
       77 WS-JORNAL-OP       PIC X(01) VALUE SPACES.
      *    CONTADORES DO MOVIMENTO CORRENTE.
       77 WS-MOV-ALCADAS     PIC 9(03) VALUE ZEROS.
       77 WS-MOV-SESSOES     PIC 9(03) VALUE ZEROS.
       77 WS-MOV-TRAVAS      PIC 9(03) VALUE ZEROS.
       77 WS-MOV-CASOS       PIC 9(05) VALUE ZEROS.
       77 WS-MOV-LEMBRETES   PIC 9(05) VALUE ZEROS.
       77 WS-MOV-PENDALT     PIC 9(05) VALUE ZEROS.
       77 WS-MOV-PENDLCT     PIC 9(05) VALUE ZEROS.
      *    TOTAIS DE CONTROLE DA CORRIDA.
       77 WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ADMISSOES   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TRANSF      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESLIG      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-APLIC   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ADIADOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PEND-LIDOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALCADAS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SESSOES     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TRAVAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REATRIB     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-SUPERV  PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-REL    PIC X(48) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0150-PENDENTE THRU P0150-FIM
                   UNTIL FIM-PEND-OK.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0900-FINALIZA THRU P0900-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** MOVIMENTACAO DE PESSOAL DO RH *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           SET ST-RH-OK TO TRUE.
           OPEN INPUT RHMOV.
           IF NOT ST-RH-OK
               DISPLAY 'ARQUIVO DO RH RHMOV.TXT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-RH
               SET FIM-OK TO TRUE
      *        SEM MOVIMENTO NOVO A CORRIDA SO SEGUE PARA APLICAR OS
      *        ADIADOS QUE VENCERAM.
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-RHPEND-TXT
                   WS-DETALHES-ARQ
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
               IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
                   CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-RHPEND-ANT
                       WS-DETALHES-ARQ
                       RETURNING WS-CHAMADA-RESULT
                   END-CALL
               END-IF
               IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
                   GO TO P0100-FIM
               END-IF
           ELSE
               SET RH-ABERTO TO TRUE
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O OPERMST.
           IF WS-ST EQUAL 35
               OPEN OUTPUT OPERMST
               CLOSE OPERMST
               OPEN I-O OPERMST
           END-IF.
           IF NOT ST-OK
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL - NENHUM'
                       ' MOVIMENTO APLICADO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET OPER-ABERTO TO TRUE.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'CONTROLE DA MOVIMENTACAO DE PESSOAL' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DO RH.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               DISPLAY 'O MOVIMENTO SERA APLICADO SEM O RELATORIO.'
           END-IF.

           MOVE 'T OPERADOR MATRICULA  DEPT SUPERV.  SITUACAO'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           PERFORM P0110-ABRE-PENDENTES THRU P0110-FIM.
       P0100-FIM.

       P0110-ABRE-PENDENTES.
      *    OS MOVIMENTOS ADIADOS DAS CORRIDAS ANTERIORES (RHPEND.TXT)
      *    SAO COPIADOS PARA RHPEND.ANT E RELIDOS ANTES DO RHMOV.TXT;
      *    OS QUE CONTINUAM FUTUROS VOLTAM PARA UM RHPEND.TXT NOVO.
      *    O RHPEND.ANT SO E APAGADO NO FIM DA CORRIDA - SE ELE JA
      *    EXISTE, A CORRIDA ANTERIOR FOI INTERROMPIDA E E ELE QUE
      *    VALE.
           SET FIM-PEND-OK TO TRUE.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-RHPEND-ANT
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT EQUAL ZEROS
               DISPLAY 'CORRIDA ANTERIOR INTERROMPIDA - PENDENTES'
                       ' RETOMADOS DE RHPEND.ANT.'
           ELSE
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-RHPEND-TXT
                   WS-DETALHES-ARQ
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
               IF WS-CHAMADA-RESULT EQUAL ZEROS
                   CALL 'CBL_COPY_FILE' USING
                       WS-ARQ-RHPEND-TXT WS-ARQ-RHPEND-ANT
                       RETURNING WS-CHAMADA-RESULT
                   END-CALL
                   IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO COPIAR RHPEND.TXT - NENHUM'
                               ' MOVIMENTO APLICADO.'
                       SET FIM-OK TO TRUE
                       GO TO P0110-FIM
                   END-IF
               END-IF
           END-IF.

           IF WS-CHAMADA-RESULT EQUAL ZEROS
               SET ST-RHA-OK TO TRUE
               OPEN INPUT RHPENDANT
               IF NOT ST-RHA-OK
                   DISPLAY 'ERRO AO LER RHPEND.ANT - NENHUM'
                           ' MOVIMENTO APLICADO.'
                   DISPLAY 'FILE STATUS: ' WS-ST-RHA
                   SET FIM-OK TO TRUE
                   GO TO P0110-FIM
               END-IF
               SET ANT-ABERTO TO TRUE
               SET FIM-PEND-OK TO FALSE
           END-IF.

           SET ST-RHP-OK TO TRUE.
           OPEN OUTPUT RHPEND.
           IF NOT ST-RHP-OK
               DISPLAY 'ERRO AO GRAVAR RHPEND.TXT - NENHUM'
                       ' MOVIMENTO APLICADO.'
               DISPLAY 'FILE STATUS: ' WS-ST-RHP
               SET FIM-OK      TO TRUE
               SET FIM-PEND-OK TO TRUE
               GO TO P0110-FIM
           END-IF.
           SET PEND-ABERTO TO TRUE.
       P0110-FIM.

       P0150-PENDENTE.
           READ RHPENDANT
               AT END
                   SET FIM-PEND-OK TO TRUE
                   GO TO P0150-FIM
           END-READ.
           ADD 1 TO WS-QTD-PEND-LIDOS.
           MOVE RG-RHPENDANT TO RG-RHMOV.
           PERFORM P0210-APLICA THRU P0210-FIM.
       P0150-FIM.

       P0200-PROCESSA.
           READ RHMOV
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.

           ADD 1 TO WS-QTD-LIDOS.
           PERFORM P0210-APLICA THRU P0210-FIM.
       P0200-FIM.

       P0210-APLICA.
           MOVE ZEROS TO WS-MOV-ALCADAS WS-MOV-SESSOES WS-MOV-TRAVAS
                         WS-MOV-CASOS WS-MOV-LEMBRETES WS-MOV-PENDALT
                         WS-MOV-PENDLCT.
           MOVE SPACES TO WS-SITUACAO-REL.
           MOVE RH-OPER-ID TO WS-OPER-MOV.

           IF WS-OPER-MOV EQUAL SPACES
              OR WS-OPER-MOV EQUAL 'BATCH'
               MOVE 'REJEITADO - OPERADOR INVALIDO'
                 TO WS-SITUACAO-REL
               ADD 1 TO WS-QTD-NAO-APLIC
               PERFORM P0480-RELATA-MOVIMENTO THRU P0480-FIM
               GO TO P0210-FIM
           END-IF.

      *    MOVIMENTO COM DATA EFETIVA FUTURA FICA PENDENTE PARA A
      *    CORRIDA DO DIA EM QUE PASSA A VALER.
           IF RH-DATA-EFET > WS-HOJE
               MOVE RG-RHMOV TO RG-RHPEND
               WRITE RG-RHPEND
               MOVE SPACES TO WS-SITUACAO-REL
               STRING 'ADIADO - EFETIVO EM ' RH-DATA-EFET
                      DELIMITED BY SIZE INTO WS-SITUACAO-REL
               ADD 1 TO WS-QTD-ADIADOS
               PERFORM P0480-RELATA-MOVIMENTO THRU P0480-FIM
               GO TO P0210-FIM
           END-IF.

           EVALUATE TRUE
               WHEN RH-ADMISSAO
                   PERFORM P0300-ADMISSAO THRU P0300-FIM
               WHEN RH-TRANSFERENCIA
                   PERFORM P0400-TRANSFERENCIA THRU P0400-FIM
               WHEN RH-DESLIGAMENTO
                   PERFORM P0500-DESLIGAMENTO THRU P0500-FIM
               WHEN OTHER
                   MOVE 'REJEITADO - TIPO DE MOVIMENTO INVALIDO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
           END-EVALUATE.

           PERFORM P0480-RELATA-MOVIMENTO THRU P0480-FIM.
       P0210-FIM.

       P0300-ADMISSAO.
      *    O ADMITIDO ENTRA INATIVO, SEM SENHA E SEM ALCADA: O
      *    SUPERVISOR DA A SENHA PROVISORIA E REATIVA PELO OPERMNT
      *    E CONCEDE AS ALCADAS PELO ALCADMNT.
           MOVE WS-OPER-MOV TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'NAO APLICADO - OPERADOR JA CADASTRADO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0300-FIM
           END-READ.

           MOVE WS-OPER-MOV TO OPER-ID.
           MOVE RH-NOME     TO OPER-NOME.
           MOVE SPACES      TO OPER-SENHA OPER-SAL.
           MOVE 1           TO OPER-NIVEL.
           SET OPER-INATIVO TO TRUE.
           MOVE ZEROS       TO OPER-DATA-SENHA OPER-FALHAS.
           MOVE 'L'         TO OPER-BLOQUEIO.
      *    A EMPRESA E DADA PELO SUPERVISOR NA REATIVACAO (OPERMNT).
           MOVE SPACES      TO OPER-EMPRESA.
           MOVE RH-DEPTO    TO OPER-DEPTO.
           SET OPER-TROCA-PENDENTE TO TRUE.
           WRITE RG-OPER
               INVALID KEY
                   MOVE 'FALHA - ERRO AO INCLUIR O OPERADOR'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0300-FIM
           END-WRITE.

           ADD 1 TO WS-QTD-ADMISSOES.
           MOVE 'INCLUIDO INATIVO - ATIVAR PELO OPERMNT'
             TO WS-SITUACAO-REL.
           MOVE 'ADMISSAO RH' TO WS-JORNAL-NOME.
           MOVE 'I'           TO WS-JORNAL-OP.
           PERFORM P0800-JORNALIZA THRU P0800-FIM.
       P0300-FIM.

       P0400-TRANSFERENCIA.
      *    NA TRANSFERENCIA SO FICA A ALCADA DO DEPARTAMENTO DE
      *    LOTACAO NOVO; AS DEMAIS SAO REVOGADAS E, SE PRECISO,
      *    CONCEDIDAS DE NOVO PELO ALCADMNT.
           MOVE WS-OPER-MOV TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   MOVE 'NAO IDENTIFICADO NO CADASTRO DE OPERADORES'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0400-FIM
           END-READ.

           SET REVOGA-TODAS TO FALSE.
           MOVE RH-DEPTO TO WS-DEPTO-MANTIDO.
           PERFORM P0600-REVOGA-ALCADAS THRU P0600-FIM.

      *    A LOTACAO NOVA VALE PARA OS AVISOS DO DEPARTAMENTO.
           MOVE WS-OPER-MOV TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   MOVE 'FALHA - OPERADOR NAO RELIDO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0400-FIM
           END-READ.
           MOVE RH-DEPTO TO OPER-DEPTO.
           REWRITE RG-OPER
               INVALID KEY
                   MOVE 'FALHA - ERRO AO GRAVAR A LOTACAO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0400-FIM
           END-REWRITE.

           ADD 1 TO WS-QTD-TRANSF.
           STRING 'TRANSFERIDO - ' WS-MOV-ALCADAS
                  ' ALCADA(S) REVOGADA(S)'
                  DELIMITED BY SIZE INTO WS-SITUACAO-REL.
           MOVE 'TRANSFERENCIA RH' TO WS-JORNAL-NOME.
           MOVE 'A'                TO WS-JORNAL-OP.
           PERFORM P0800-JORNALIZA THRU P0800-FIM.
       P0400-FIM.

       P0500-DESLIGAMENTO.
      *    O DESLIGADO PERDE ACESSO NA HORA: SITUACAO INATIVA, SEM
      *    ALCADAS, SEM SESSAO E SEM TRAVAS; O QUE ESTAVA NA MAO
      *    DELE PASSA PARA O SUPERVISOR IMEDIATO INFORMADO PELO RH.
           MOVE WS-OPER-MOV TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   MOVE 'NAO IDENTIFICADO NO CADASTRO DE OPERADORES'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0500-FIM
           END-READ.

           PERFORM P0510-VALIDA-SUPERVISOR THRU P0510-FIM.

           MOVE WS-OPER-MOV TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   MOVE 'FALHA - OPERADOR NAO RELIDO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0500-FIM
           END-READ.
           SET OPER-INATIVO TO TRUE.
           REWRITE RG-OPER
               INVALID KEY
                   MOVE 'FALHA - ERRO AO DESATIVAR O OPERADOR'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-NAO-APLIC
                   GO TO P0500-FIM
           END-REWRITE.

           MOVE 'DESLIGAMENTO RH' TO WS-JORNAL-NOME.
           MOVE 'X'               TO WS-JORNAL-OP.
           PERFORM P0800-JORNALIZA THRU P0800-FIM.

           SET REVOGA-TODAS TO TRUE.
           MOVE SPACES TO WS-DEPTO-MANTIDO.
           PERFORM P0600-REVOGA-ALCADAS THRU P0600-FIM.
           PERFORM P0620-ENCERRA-SESSOES THRU P0620-FIM.
           PERFORM P0630-SOLTA-TRAVAS THRU P0630-FIM.

           IF SUPERV-VALIDO
               PERFORM P0640-REATRIBUI-CASOS THRU P0640-FIM
               PERFORM P0650-REATRIBUI-LEMBRETES THRU P0650-FIM
               PERFORM P0660-REATRIBUI-PENDALT THRU P0660-FIM
               PERFORM P0670-REATRIBUI-PENDLCT THRU P0670-FIM
               COMPUTE WS-QTD-REATRIB = WS-QTD-REATRIB
                       + WS-MOV-CASOS + WS-MOV-LEMBRETES
                       + WS-MOV-PENDALT + WS-MOV-PENDLCT
               IF WS-MOV-CASOS + WS-MOV-LEMBRETES + WS-MOV-PENDALT
                  + WS-MOV-PENDLCT > ZEROS
                   MOVE 'PENDENCIAS AO SUPERV' TO WS-JORNAL-NOME
                   MOVE 'A'                    TO WS-JORNAL-OP
                   PERFORM P0800-JORNALIZA THRU P0800-FIM
               END-IF
               MOVE 'DESATIVADO - PENDENCIAS COM O SUPERVISOR'
                 TO WS-SITUACAO-REL
           ELSE
               ADD 1 TO WS-QTD-SEM-SUPERV
               STRING 'DESATIVADO - SUPERVISOR INVALIDO, NADA'
                      ' REATRIBUIDO'
                      DELIMITED BY SIZE INTO WS-SITUACAO-REL
           END-IF.

           ADD 1 TO WS-QTD-DESLIG.
       P0500-FIM.

       P0510-VALIDA-SUPERVISOR.
      *    SO HERDA AS PENDENCIAS UM OPERADOR ATIVO, DIFERENTE DO
      *    DESLIGADO E QUE NAO ESTEJA SAINDO NO MESMO ARQUIVO (JA
      *    DESATIVADO POR UM REGISTRO ANTERIOR).
           SET SUPERV-VALIDO TO FALSE.
           MOVE RH-SUPERVISOR TO WS-SUPERVISOR.

           IF WS-SUPERVISOR EQUAL SPACES
              OR WS-SUPERVISOR EQUAL WS-OPER-MOV
               GO TO P0510-FIM
           END-IF.

           MOVE WS-SUPERVISOR TO OPER-ID.
           READ OPERMST
               INVALID KEY
                   GO TO P0510-FIM
           END-READ.

           IF OPER-ATIVO
               SET SUPERV-VALIDO TO TRUE
           END-IF.
       P0510-FIM.

       P0600-REVOGA-ALCADAS.
      *    REVOGACAO COMO NO ALCADMNT: A ALCADA FICA COM ATIVA = N,
      *    O REVOGADOR (BATCH) E A DATA, PARA O ALCADREL E A REVISAO
      *    DE ACESSOS; CADA UMA ENTRA NO LOG DE TABELAS.
           SET ST-ALC-OK TO TRUE.
           OPEN I-O ALCADA.
           IF NOT ST-ALC-OK
               GO TO P0600-FIM
           END-IF.

           MOVE WS-OPER-MOV TO ALC-OPER.
           MOVE LOW-VALUES  TO ALC-DEPTO.
           SET FIM-VARRE-OK TO FALSE.
           START ALCADA KEY IS NOT LESS THAN ALC-CHAVE
               INVALID KEY
                   SET FIM-VARRE-OK TO TRUE
           END-START.

           PERFORM P0605-REVOGA-ALCADA THRU P0605-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE ALCADA.
           ADD WS-MOV-ALCADAS TO WS-QTD-ALCADAS.
       P0600-FIM.

       P0605-REVOGA-ALCADA.
           READ ALCADA NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
                   GO TO P0605-FIM
           END-READ.

           IF ALC-OPER NOT EQUAL WS-OPER-MOV
               SET FIM-VARRE-OK TO TRUE
               GO TO P0605-FIM
           END-IF.

           IF NOT ALC-CONCEDIDA
               GO TO P0605-FIM
           END-IF.
           IF NOT REVOGA-TODAS
              AND ALC-DEPTO EQUAL WS-DEPTO-MANTIDO
               GO TO P0605-FIM
           END-IF.

           MOVE RG-ALCADA TO WS-RLOG-ANTES.
           MOVE 'N'       TO ALC-ATIVA.
           MOVE 'BATCH'   TO ALC-CONCEDIDO-POR.
           MOVE WS-HOJE   TO ALC-DATA-CONCESSAO.
           REWRITE RG-ALCADA
               INVALID KEY
                   DISPLAY 'ERRO AO REVOGAR A ALCADA ' ALC-OPER ' '
                           ALC-DEPTO
                   MOVE SPACES TO WS-RLOG-ANTES
                   GO TO P0605-FIM
           END-REWRITE.

           ADD 1 TO WS-MOV-ALCADAS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '             ALCADA REVOGADA NO DEPTO ' ALC-DEPTO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'ALCADA'      TO WS-RLOG-TABELA.
           MOVE ALC-OPER      TO WS-RLOG-CHAVE(1:8).
           MOVE ALC-DEPTO     TO WS-RLOG-CHAVE(10:4).
           MOVE 'A'           TO WS-RLOG-ACAO.
           MOVE RG-ALCADA     TO WS-RLOG-DEPOIS.
           MOVE 'BATCH'       TO WS-RLOG-OPERADOR.
           MOVE 'RHAPL'       TO WS-RLOG-PROGRAMA.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       P0605-FIM.

       P0620-ENCERRA-SESSOES.
      *    A SESSAO DO DESLIGADO SAI DE SESSOES.DAT COMO NA LIMPEZA
      *    DE SESSOES MORTAS; UM TERMINAL AINDA ABERTO E RECUSADO NA
      *    PROXIMA ESCOLHA DE MENU (OPERADOR INATIVO).
           SET ST-SES-OK TO TRUE.
           OPEN I-O SESSOES.
           IF NOT ST-SES-OK
               GO TO P0620-FIM
           END-IF.

           MOVE WS-OPER-MOV TO SES-OPER.
           MOVE ZEROS       TO SES-DATA SES-HORA.
           SET FIM-VARRE-OK TO FALSE.
           START SESSOES KEY IS NOT LESS THAN SES-CHAVE
               INVALID KEY
                   SET FIM-VARRE-OK TO TRUE
           END-START.

           PERFORM P0625-ENCERRA-SESSAO THRU P0625-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE SESSOES.
           ADD WS-MOV-SESSOES TO WS-QTD-SESSOES.

           IF WS-MOV-SESSOES > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '             SESSOES ENCERRADAS: '
                      WS-MOV-SESSOES
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0620-FIM.

       P0625-ENCERRA-SESSAO.
           READ SESSOES NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
                   GO TO P0625-FIM
           END-READ.

           IF SES-OPER NOT EQUAL WS-OPER-MOV
               SET FIM-VARRE-OK TO TRUE
               GO TO P0625-FIM
           END-IF.

           DELETE SESSOES
               INVALID KEY
                   GO TO P0625-FIM
           END-DELETE.
           ADD 1 TO WS-MOV-SESSOES.
       P0625-FIM.

       P0630-SOLTA-TRAVAS.
           SET ST-LOCK-OK TO TRUE.
           OPEN I-O LOCKDADOS.
           IF NOT ST-LOCK-OK
               GO TO P0630-FIM
           END-IF.

           SET FIM-VARRE-OK TO FALSE.
           PERFORM P0635-SOLTA-TRAVA THRU P0635-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE LOCKDADOS.
           ADD WS-MOV-TRAVAS TO WS-QTD-TRAVAS.

           IF WS-MOV-TRAVAS > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '             TRAVAS SOLTAS: ' WS-MOV-TRAVAS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0630-FIM.

       P0635-SOLTA-TRAVA.
           READ LOCKDADOS NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
               NOT AT END
                   IF LOCK-OPERADOR EQUAL WS-OPER-MOV
                       DELETE LOCKDADOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-MOV-TRAVAS
                   END-IF
           END-READ.
       P0635-FIM.

       P0640-REATRIBUI-CASOS.
           SET ST-CAS-OK TO TRUE.
           OPEN I-O CASOS.
           IF NOT ST-CAS-OK
               GO TO P0640-FIM
           END-IF.

           SET FIM-VARRE-OK TO FALSE.
           PERFORM P0645-REATRIBUI-CASO THRU P0645-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE CASOS.

           IF WS-MOV-CASOS > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '             CASOS ABERTOS REATRIBUIDOS: '
                      WS-MOV-CASOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0640-FIM.

       P0645-REATRIBUI-CASO.
           READ CASOS NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
               NOT AT END
                   IF CASO-ABERTO
                      AND CAS-RESPONSAVEL EQUAL WS-OPER-MOV
                       MOVE WS-SUPERVISOR TO CAS-RESPONSAVEL
                       MOVE WS-HOJE       TO CAS-DATA-ULTIMA
                       REWRITE RG-CASO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-MOV-CASOS
                       END-REWRITE
                   END-IF
           END-READ.
       P0645-FIM.

       P0650-REATRIBUI-LEMBRETES.
           SET ST-LEM-OK TO TRUE.
           OPEN I-O LEMBRETE.
           IF NOT ST-LEM-OK
               GO TO P0650-FIM
           END-IF.

           SET FIM-VARRE-OK TO FALSE.
           PERFORM P0655-REATRIBUI-LEMBRETE THRU P0655-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE LEMBRETE.

           IF WS-MOV-LEMBRETES > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '             ACOMPANHAMENTOS REATRIBUIDOS: '
                      WS-MOV-LEMBRETES
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0650-FIM.

       P0655-REATRIBUI-LEMBRETE.
           READ LEMBRETE NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
               NOT AT END
                   IF LEM-ABERTO
                      AND LEM-OPERADOR EQUAL WS-OPER-MOV
                       MOVE WS-SUPERVISOR TO LEM-OPERADOR
                       REWRITE RG-LEMBRETE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-MOV-LEMBRETES
                       END-REWRITE
                   END-IF
           END-READ.
       P0655-FIM.

       P0660-REATRIBUI-PENDALT.
      *    A ALTERACAO SUBMETIDA PELO DESLIGADO PASSA A SER DO
      *    SUPERVISOR, QUE RESPONDE POR ELA; A APROVACAO CONTINUA
      *    EXIGINDO UM SEGUNDO OPERADOR (O APRALT RECUSA O PROPRIO
      *    SUBMISSOR).
           SET ST-PEND-OK TO TRUE.
           OPEN I-O PENDALT.
           IF NOT ST-PEND-OK
               GO TO P0660-FIM
           END-IF.

           SET FIM-VARRE-OK TO FALSE.
           PERFORM P0665-REATRIBUI-PENDENCIA THRU P0665-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE PENDALT.

           IF WS-MOV-PENDALT > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '             ALTERACOES PENDENTES'
                      ' REATRIBUIDAS: ' WS-MOV-PENDALT
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0660-FIM.

       P0665-REATRIBUI-PENDENCIA.
           READ PENDALT NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
               NOT AT END
                   IF PEND-OPERADOR EQUAL WS-OPER-MOV
                       MOVE WS-SUPERVISOR TO PEND-OPERADOR
                       REWRITE RG-PENDALT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-MOV-PENDALT
                       END-REWRITE
                   END-IF
           END-READ.
       P0665-FIM.

       P0670-REATRIBUI-PENDLCT.
      *    LANCAMENTOS PENDENTES E REJEITADOS AINDA NAO DEVOLVIDOS:
      *    O SUPERVISOR PASSA A SER O SUBMISSOR E RECEBE A DEVOLUCAO.
           SET ST-PLCT-OK TO TRUE.
           OPEN I-O PENDLCT.
           IF NOT ST-PLCT-OK
               GO TO P0670-FIM
           END-IF.

           SET FIM-VARRE-OK TO FALSE.
           PERFORM P0675-REATRIBUI-LANCAMENTO THRU P0675-FIM
                   UNTIL FIM-VARRE-OK.
           CLOSE PENDLCT.

           IF WS-MOV-PENDLCT > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '             LANCAMENTOS PENDENTES'
                      ' REATRIBUIDOS: ' WS-MOV-PENDLCT
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0670-FIM.

       P0675-REATRIBUI-LANCAMENTO.
           READ PENDLCT NEXT RECORD
               AT END
                   SET FIM-VARRE-OK TO TRUE
               NOT AT END
                   IF PLCT-OPERADOR EQUAL WS-OPER-MOV
                       MOVE WS-SUPERVISOR TO PLCT-OPERADOR
                       REWRITE RG-PENDLCT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-MOV-PENDLCT
                       END-REWRITE
                   END-IF
           END-READ.
       P0675-FIM.

       P0480-RELATA-MOVIMENTO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING RH-TIPO ' ' RH-OPER-ID ' ' RH-MATRICULA ' '
                  RH-DEPTO ' ' RH-SUPERVISOR ' ' WS-SITUACAO-REL
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0480-FIM.

       P0800-JORNALIZA.
      *    MESMO REGISTRO DO OPERMNT: CODIGO ZERADO, O EVENTO NO
      *    CAMPO DO NOME E O OPERADOR AFETADO.
           SET ST-DIARIO-OK TO TRUE.
           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'RHAPL   '     TO DIARIO-PROGRAMA
               MOVE WS-JORNAL-OP   TO DIARIO-OPERACAO
               MOVE ZEROS          TO DIARIO-COD-DADOS
               MOVE WS-JORNAL-NOME TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPER-MOV    TO DIARIO-OPERADOR
               WRITE RG-DIARIO
               CLOSE DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.
       P0800-FIM.

       P0900-FINALIZA.
           IF RH-ABERTO
               CLOSE RHMOV
           END-IF.
           IF PEND-ABERTO
               CLOSE RHPEND
               IF ANT-ABERTO
                   CLOSE RHPENDANT
                   CALL 'CBL_DELETE_FILE' USING WS-ARQ-RHPEND-ANT
                       RETURNING WS-CHAMADA-RESULT
                   END-CALL
               END-IF
           END-IF.
           IF NOT OPER-ABERTO
               GO TO P0900-FIM
           END-IF.
           CLOSE OPERMST.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'REGISTROS LIDOS...........: ' WS-QTD-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PENDENTES ANTERIORES LIDOS: ' WS-QTD-PEND-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ADIADOS (DATA FUTURA).....: ' WS-QTD-ADIADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ADMISSOES APLICADAS.......: ' WS-QTD-ADMISSOES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TRANSFERENCIAS APLICADAS..: ' WS-QTD-TRANSF
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DESLIGAMENTOS APLICADOS...: ' WS-QTD-DESLIG
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ALCADAS REVOGADAS.........: ' WS-QTD-ALCADAS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'SESSOES ENCERRADAS........: ' WS-QTD-SESSOES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TRAVAS SOLTAS.............: ' WS-QTD-TRAVAS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PENDENCIAS REATRIBUIDAS...: ' WS-QTD-REATRIB
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DESLIGADOS SEM SUPERVISOR.: ' WS-QTD-SEM-SUPERV
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO PRT-LINHA.
           STRING 'REGISTROS NAO APLICADOS...: ' WS-QTD-NAO-APLIC
                  DELIMITED BY SIZE INTO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0950-REGISTRA-CATALOGO THRU P0950-FIM.

           DISPLAY '***********************************************'.
           DISPLAY 'REGISTROS DO RH LIDOS.: ' WS-QTD-LIDOS.
           DISPLAY 'ADMISSOES.............: ' WS-QTD-ADMISSOES.
           DISPLAY 'TRANSFERENCIAS........: ' WS-QTD-TRANSF.
           DISPLAY 'DESLIGAMENTOS.........: ' WS-QTD-DESLIG.
           DISPLAY 'NAO APLICADOS.........: ' WS-QTD-NAO-APLIC.
           DISPLAY 'ADIADOS (DATA FUTURA).: ' WS-QTD-ADIADOS.
           DISPLAY 'CONTROLE GRAVADO EM RHAPL.' WS-HOJE '.TXT'.
           DISPLAY '***********************************************'.
       P0900-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       P0950-REGISTRA-CATALOGO.
      *    TODA CORRIDA SE REGISTRA NO CATALOGO DE RELATORIOS PARA O
      *    RELCATLG LISTAR E REIMPRIMIR A SAIDA DATADA GUARDADA.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O RELCAT.

           IF WS-ST-CAT EQUAL 35 THEN
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               OPEN I-O RELCAT
           END-IF.

           IF ST-CAT-OK THEN
               MOVE 'RHAPL' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'MOVIMENTOS ' WS-QTD-LIDOS
                      DELIMITED BY SIZE INTO WS-PARAMETROS
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
               WRITE RG-RELCAT
                   INVALID KEY
                       REWRITE RG-RELCAT
               END-WRITE
               CLOSE RELCAT
           ELSE
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CAT
           END-IF.
       P0950-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RHMOV.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RHMOV-TXT.
           MOVE 'RHPEND.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RHPEND-TXT.
           MOVE 'RHPEND.ANT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RHPEND-ANT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'ALCADA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALCADA-DAT.
           MOVE 'SESSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SESSOES-DAT.
           MOVE 'LOCK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LOCK-DAT.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'LEMBRETE.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LEMBRETE-DAT.
           MOVE 'PENDALT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'PENDLCT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDLCT-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'RHAPL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY REFLOG.

       COPY SENHA.

       COPY PERFIL.
