      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sincronizacao do cadastro de departamentos com a
      *          estrutura organizacional oficial - etapa da cadeia
      *          noturna que le ORGDEPTO.TXT (arquivo corporativo de
      *          centros de custo) e aplica ao DEPTOS.DAT: centro de
      *          custo novo e incluido ativo; descricao e grupo
      *          gerencial divergentes sao atualizados; departamento
      *          encerrado pela empresa entra no desligamento de
      *          sempre - sem registros vinculados e desativado na
      *          hora, com registros vinculados gera os itens da
      *          lista de reatribuicao (DESLWK.DAT) e o alerta, como
      *          no DEPTOMNT, e e desativado na noite em que a lista
      *          estiver trabalhada. Departamento que so existe do
      *          nosso lado e apenas relatado, nunca removido. Toda
      *          mudanca vai para o log de tabelas de referencia
      *          (REFLOG.TXT) com as imagens antes e depois. O
      *          controle, impresso pelo PRINTSRV com saida datada
      *          ORGSYNC.AAAAMMDD.TXT, e registrado no catalogo de
      *          relatorios.
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
              SELECT ORGDEPTO ASSIGN TO WS-ARQ-ORGDEPTO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ORG.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.

              SELECT DESLWK ASSIGN TO WS-ARQ-DESLWK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DSL-CHAVE
              FILE STATUS IS WS-ST-DSL.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
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
       FD ORGDEPTO.
       COPY FD_ORGDEPTO.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD DADOS1.
       COPY FD_CRUD.

       FD DESLWK.
       COPY FD_DESLWK.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD OPERMST.
       COPY FD_OPER.

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
       77  WS-ARQ-ORGDEPTO-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DESLWK-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-ORG          PIC 99.
         88 ST-ORG-OK         VALUE 0.
       77 WS-ST-DAD          PIC 99.
         88 ST-DAD-OK         VALUE 0.
       77 WS-ST-DSL          PIC 99.
         88 ST-DSL-OK         VALUE 0.
       77 WS-ST-ALER         PIC 99.
         88 ST-ALER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-DAD         PIC X     VALUE 'N'.
         88 FIM-DAD-OK        VALUE 'S' FALSE 'N'.
       77 WS-FIM-DEP         PIC X     VALUE 'N'.
         88 FIM-DEP-OK        VALUE 'S' FALSE 'N'.
       77 WS-ORG-ABERTO      PIC X     VALUE 'N'.
         88 ORG-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DEP-ABERTO      PIC X     VALUE 'N'.
         88 DEP-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-NO-ARQUIVO      PIC X     VALUE 'N'.
         88 NO-ARQUIVO-ORG             VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    CODIGOS PRESENTES NA ESTRUTURA OFICIAL DESTA NOITE, PARA
      *    APURAR OS DEPARTAMENTOS QUE SO EXISTEM DO NOSSO LADO.
       01 WS-TABELA-ORG.
          02 WS-ORG-ITEM OCCURS 500 TIMES.
             03 WS-ORG-COD        PIC X(04).
       77 WS-QTD-ORG         PIC 9(03) VALUE ZEROS.
       77 WS-IDX             PIC 9(03) VALUE ZEROS.
       77 WS-CODIGO-DEPTO    PIC X(04) VALUE SPACES.
       77 WS-QTD-VINCULADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVOS-ITENS PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-ALERTA      PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-REL    PIC X(50) VALUE SPACES.
      *    TOTAIS DE CONTROLE DA CORRIDA.
       77 WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALTERADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESATIVADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EM-DESLIG   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SO-NOSSOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM    PIC X(20).
           02 LK-OPERADOR    PIC X(08).
           02 LK-NIVEL       PIC 9(01).
           02 LK-MODO-EXEC   PIC X(01).
             88 LK-MODO-EXEC-BATCH  VALUE 'B' 'b'.
           02 LK-RETORNO     PIC 9(02).
           02 LK-CONT-LIDOS      PIC 9(05).
           02 LK-CONT-GRAVADOS   PIC 9(05).
           02 LK-CONT-REJEITADOS PIC 9(05).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-SO-NOSSOS THRU P0500-FIM.
           PERFORM P0900-FINALIZA THRU P0900-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** SINCRONIZACAO COM A ESTRUTURA OFICIAL *****'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE 'BATCH'   TO WS-RLOG-OPERADOR.
           MOVE 'ORGSYNC' TO WS-RLOG-PROGRAMA.

           SET ST-ORG-OK TO TRUE.
           OPEN INPUT ORGDEPTO.
           IF WS-ST-ORG EQUAL 35
               DISPLAY 'ORGDEPTO.TXT NAO RECEBIDO - NADA A SINCRONIZAR.'
               SET NO-ARQUIVO-ORG TO TRUE
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           IF NOT ST-ORG-OK
               DISPLAY 'ERRO AO ABRIR A ESTRUTURA OFICIAL ORGDEPTO.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-ORG
               SET NO-ARQUIVO-ORG TO TRUE
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET ORG-ABERTO TO TRUE.

           SET ST-OK TO TRUE.
           OPEN I-O DEPTOS.
           IF WS-ST EQUAL 35
               OPEN OUTPUT DEPTOS
               CLOSE DEPTOS
               OPEN I-O DEPTOS
           END-IF.
           IF NOT ST-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL - NADA'
                       ' SINCRONIZADO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET DEP-ABERTO TO TRUE.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'SINCRONIZACAO DE DEPARTAMENTOS' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DA SINCRONIZACAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               DISPLAY 'A ESTRUTURA SERA APLICADA SEM O RELATORIO.'
           END-IF.

           MOVE 'DEPT DESCRICAO                      GRUP S SITUACAO'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0100-FIM.

       P0200-PROCESSA.
           READ ORGDEPTO
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.

           ADD 1 TO WS-QTD-LIDOS.
           MOVE SPACES TO WS-SITUACAO-REL.
           MOVE ORG-CODIGO TO WS-CODIGO-DEPTO.

           IF ORG-CODIGO EQUAL SPACES
              OR NOT (ORG-ATIVO OR ORG-ENCERRADO)
               MOVE 'REJEITADO - CODIGO OU SITUACAO INVALIDOS'
                 TO WS-SITUACAO-REL
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM P0480-RELATA-DEPTO THRU P0480-FIM
               GO TO P0200-FIM
           END-IF.

           IF WS-QTD-ORG < 500
               ADD 1 TO WS-QTD-ORG
               MOVE ORG-CODIGO TO WS-ORG-COD(WS-QTD-ORG)
           END-IF.

           MOVE ORG-CODIGO TO DEPTO-CODIGO.
           READ DEPTOS
               INVALID KEY
                   PERFORM P0300-INCLUI THRU P0300-FIM
               NOT INVALID KEY
                   PERFORM P0400-ATUALIZA THRU P0400-FIM
           END-READ.

           IF WS-SITUACAO-REL NOT EQUAL SPACES
               PERFORM P0480-RELATA-DEPTO THRU P0480-FIM
           END-IF.
       P0200-FIM.

       P0300-INCLUI.
      *    CENTRO DE CUSTO NOVO ENTRA ATIVO COM A DESCRICAO E O GRUPO
      *    DA ESTRUTURA OFICIAL; CENTRO JA ENCERRADO QUE NUNCA EXISTIU
      *    AQUI NAO E INCLUIDO.
           IF ORG-ENCERRADO
               MOVE 'IGNORADO - ENCERRADO E NAO CADASTRADO'
                 TO WS-SITUACAO-REL
               GO TO P0300-FIM
           END-IF.

           MOVE ORG-CODIGO    TO DEPTO-CODIGO.
           MOVE ORG-DESCRICAO TO DEPTO-DESCRICAO.
           MOVE ORG-GRUPO     TO DEPTO-GRUPO.
      *    A EMPRESA NAO VEM NA ESTRUTURA OFICIAL: E ATRIBUIDA PELO
      *    DEPTOMNT.
           MOVE SPACES        TO DEPTO-EMPRESA.
           SET DEPTO-ATIVO TO TRUE.
           WRITE RG-DEPTO
               INVALID KEY
                   MOVE 'FALHA - ERRO AO INCLUIR O DEPARTAMENTO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO P0300-FIM
           END-WRITE.

           ADD 1 TO WS-QTD-INCLUIDOS.
           MOVE 'INCLUIDO' TO WS-SITUACAO-REL.
           MOVE 'I'      TO WS-RLOG-ACAO.
           MOVE RG-DEPTO TO WS-RLOG-DEPOIS.
           PERFORM P0800-REGISTRA-REFLOG THRU P0800-FIM.
       P0300-FIM.

       P0400-ATUALIZA.
           MOVE RG-DEPTO TO WS-RLOG-ANTES.

           IF ORG-DESCRICAO NOT EQUAL DEPTO-DESCRICAO
              OR ORG-GRUPO NOT EQUAL DEPTO-GRUPO
               MOVE ORG-DESCRICAO TO DEPTO-DESCRICAO
               MOVE ORG-GRUPO     TO DEPTO-GRUPO
               REWRITE RG-DEPTO
                   INVALID KEY
                       MOVE 'FALHA - ERRO AO ATUALIZAR O DEPARTAMENTO'
                         TO WS-SITUACAO-REL
                       ADD 1 TO WS-QTD-REJEITADOS
                       GO TO P0400-FIM
               END-REWRITE
               ADD 1 TO WS-QTD-ALTERADOS
               MOVE 'DESCRICAO/GRUPO ATUALIZADOS' TO WS-SITUACAO-REL
               MOVE 'A'      TO WS-RLOG-ACAO
               MOVE RG-DEPTO TO WS-RLOG-DEPOIS
               PERFORM P0800-REGISTRA-REFLOG THRU P0800-FIM
               MOVE RG-DEPTO TO WS-RLOG-ANTES
           END-IF.

      *    A REATIVACAO CONTINUA MANUAL PELO DEPTOMNT: UM
      *    DEPARTAMENTO DESATIVADO AQUI (FUSAO PELO DEPTMERG, POR
      *    EXEMPLO) E SO RELATADO COMO DIVERGENTE.
           IF ORG-ATIVO AND DEPTO-INATIVO
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 'DIVERGENTE - ATIVO NA ESTRUTURA, INATIVO AQUI'
                 TO WS-SITUACAO-REL
           END-IF.

           IF ORG-ENCERRADO AND DEPTO-ATIVO
               PERFORM P0450-ENCERRA THRU P0450-FIM
           END-IF.
       P0400-FIM.

       P0450-ENCERRA.
      *    MESMA REGRA DO DEPTOMNT: SO DESATIVA SEM REGISTROS
      *    VINCULADOS; COM VINCULADOS, OS ITENS VAO PARA A LISTA DE
      *    REATRIBUICAO E A DESATIVACAO FICA PARA UMA NOITE EM QUE A
      *    LISTA ESTIVER TRABALHADA PELO DESLMNT.
           PERFORM P0460-VERIFICA-VINCULOS THRU P0460-FIM.

           IF WS-QTD-VINCULADOS > ZEROS
               ADD 1 TO WS-QTD-EM-DESLIG
               MOVE SPACES TO WS-SITUACAO-REL
               STRING 'ENCERRADO - ' WS-QTD-VINCULADOS
                      ' REG A REATRIBUIR (DESLWK)'
                      DELIMITED BY SIZE INTO WS-SITUACAO-REL
               IF WS-QTD-NOVOS-ITENS > ZEROS
                   PERFORM P0470-GRAVA-ALERTA THRU P0470-FIM
               END-IF
               GO TO P0450-FIM
           END-IF.

           MOVE RG-DEPTO TO WS-RLOG-ANTES.
           SET DEPTO-INATIVO TO TRUE.
           REWRITE RG-DEPTO
               INVALID KEY
                   MOVE 'FALHA - ERRO AO DESATIVAR O DEPARTAMENTO'
                     TO WS-SITUACAO-REL
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO P0450-FIM
           END-REWRITE.

           ADD 1 TO WS-QTD-DESATIVADOS.
           MOVE 'ENCERRADO - DESATIVADO' TO WS-SITUACAO-REL.
           MOVE 'A'      TO WS-RLOG-ACAO.
           MOVE RG-DEPTO TO WS-RLOG-DEPOIS.
           PERFORM P0800-REGISTRA-REFLOG THRU P0800-FIM.
       P0450-FIM.

       P0460-VERIFICA-VINCULOS.
      *    CADA REGISTRO AINDA NO DEPARTAMENTO VIRA UM ITEM DA LISTA
      *    DE REATRIBUICAO DESLWK.DAT; ITEM JA GERADO EM NOITE
      *    ANTERIOR FICA COMO ESTA.
           MOVE ZEROS TO WS-QTD-VINCULADOS WS-QTD-NOVOS-ITENS.
           SET FIM-DAD-OK TO FALSE.

           SET ST-DSL-OK TO TRUE.
           OPEN I-O DESLWK.
           IF WS-ST-DSL EQUAL 35 THEN
               OPEN OUTPUT DESLWK
               CLOSE DESLWK
               OPEN I-O DESLWK
           END-IF.
           IF NOT ST-DSL-OK
               DISPLAY 'LISTA DE REATRIBUICAO INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DSL
      *        SEM A LISTA NAO HA COMO GARANTIR O DESLIGAMENTO: O
      *        DEPARTAMENTO FICA ATIVO ATE A PROXIMA NOITE.
               MOVE 1 TO WS-QTD-VINCULADOS
               GO TO P0460-FIM
           END-IF.

           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-DAD-OK
               CLOSE DESLWK
               GO TO P0460-FIM
           END-IF.

           PERFORM P0465-VARRE-DADOS THRU P0465-FIM
                   UNTIL FIM-DAD-OK.

           CLOSE DADOS1.
           CLOSE DESLWK.
       P0460-FIM.

       P0465-VARRE-DADOS.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-DAD-OK TO TRUE
                   GO TO P0465-FIM
           END-READ.

           IF DEPTO-DADOS NOT EQUAL WS-CODIGO-DEPTO
               GO TO P0465-FIM
           END-IF.

           ADD 1 TO WS-QTD-VINCULADOS.
           MOVE WS-CODIGO-DEPTO TO DSL-DEPTO.
           MOVE COD-DADOS       TO DSL-COD-DADOS.
           MOVE NOM-DADOS       TO DSL-NOME.
           MOVE WS-HOJE         TO DSL-DATA-GERACAO.
           WRITE RG-DESLWK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-NOVOS-ITENS
           END-WRITE.
       P0465-FIM.

       P0470-GRAVA-ALERTA.
      *    O ALERTA SAI SO NA NOITE EM QUE A LISTA GANHA ITENS NOVOS,
      *    PARA NAO REPETIR TODA NOITE O MESMO DEPARTAMENTO.
           SET ST-ALER-OK TO TRUE.
           OPEN I-O ALERTAS.

           IF WS-ST-ALER EQUAL 35 THEN
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.

           IF ST-ALER-OK THEN
               MOVE WS-HOJE TO ALER-DATA
               ACCEPT ALER-HORA FROM TIME
               ADD 1 TO WS-SEQ-ALERTA
               MOVE WS-SEQ-ALERTA TO ALER-SEQ
               SET ALER-SEV-MEDIA TO TRUE
               MOVE 'ORGSYNC' TO ALER-PROGRAMA
               MOVE SPACES TO ALER-MENSAGEM
               STRING 'DEPTO ' WS-CODIGO-DEPTO ' AGUARDA'
                      ' REATRIBUICAO DE ' WS-QTD-VINCULADOS ' REG'
                      DELIMITED BY SIZE INTO ALER-MENSAGEM
               SET ALER-PENDENTE TO TRUE
               WRITE RG-ALERTA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ALERTA.'
               END-WRITE
               CLOSE ALERTAS
           ELSE
               DISPLAY 'ARQUIVO DE ALERTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-ALER
           END-IF.
       P0470-FIM.

       P0480-RELATA-DEPTO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CODIGO-DEPTO ' ' ORG-DESCRICAO ' '
                  ORG-GRUPO ' ' ORG-SITUACAO ' '
                  WS-SITUACAO-REL
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0480-FIM.

       P0500-SO-NOSSOS.
      *    DEPARTAMENTO ATIVO AQUI E AUSENTE DA ESTRUTURA OFICIAL E
      *    SO RELATADO - A DECISAO DE DESATIVAR E DO DEPTOMNT.
           IF NO-ARQUIVO-ORG OR NOT DEP-ABERTO
               GO TO P0500-FIM
           END-IF.
           IF WS-QTD-ORG NOT < 500
               DISPLAY 'ESTRUTURA OFICIAL COM MAIS DE 500 CENTROS -'
                       ' CONFRONTO DO NOSSO LADO NAO REALIZADO.'
               GO TO P0500-FIM
           END-IF.

           SET FIM-DEP-OK TO FALSE.
           MOVE LOW-VALUES TO DEPTO-CODIGO.
           START DEPTOS KEY IS NOT LESS THAN DEPTO-CODIGO
               INVALID KEY
                   SET FIM-DEP-OK TO TRUE
           END-START.

           PERFORM P0510-CONFRONTA THRU P0510-FIM
                   UNTIL FIM-DEP-OK.
       P0500-FIM.

       P0510-CONFRONTA.
           READ DEPTOS NEXT RECORD
               AT END
                   SET FIM-DEP-OK TO TRUE
                   GO TO P0510-FIM
           END-READ.

           IF DEPTO-INATIVO
               GO TO P0510-FIM
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM P0520-PROCURA THRU P0520-FIM
                   UNTIL WS-IDX > WS-QTD-ORG.

      *    WS-IDX PASSA DO LIMITE QUANDO O CODIGO NAO FOI ACHADO.
           IF WS-IDX EQUAL WS-QTD-ORG + 1
               ADD 1 TO WS-QTD-SO-NOSSOS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING DEPTO-CODIGO ' ' DEPTO-DESCRICAO ' '
                      DEPTO-GRUPO ' ' DEPTO-SITUACAO ' '
                      'SO NO NOSSO CADASTRO - NAO REMOVIDO'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0510-FIM.

       P0520-PROCURA.
           IF WS-ORG-COD(WS-IDX) EQUAL DEPTO-CODIGO
               MOVE 999 TO WS-IDX
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
       P0520-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       P0800-REGISTRA-REFLOG.
      *    IMAGENS ANTES/DEPOIS JA PREENCHIDAS PELA OPERACAO.
           MOVE 'DEPTOS'        TO WS-RLOG-TABELA.
           MOVE WS-CODIGO-DEPTO TO WS-RLOG-CHAVE.
           PERFORM 9465-GRAVA-REFLOG THRU 9465-FIM.
       P0800-FIM.

       P0900-FINALIZA.
           IF ORG-ABERTO
               CLOSE ORGDEPTO
           END-IF.
           IF DEP-ABERTO
               CLOSE DEPTOS
           END-IF.

           MOVE WS-QTD-LIDOS TO LK-CONT-LIDOS.
           COMPUTE LK-CONT-GRAVADOS = WS-QTD-INCLUIDOS
                   + WS-QTD-ALTERADOS + WS-QTD-DESATIVADOS.
           MOVE WS-QTD-REJEITADOS TO LK-CONT-REJEITADOS.

           IF NO-ARQUIVO-ORG OR NOT DEP-ABERTO
               GO TO P0900-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CENTROS DE CUSTO LIDOS....: ' WS-QTD-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DEPARTAMENTOS INCLUIDOS...: ' WS-QTD-INCLUIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DESCRICAO/GRUPO ALTERADOS.: ' WS-QTD-ALTERADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ENCERRADOS E DESATIVADOS..: ' WS-QTD-DESATIVADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ENCERRADOS EM REATRIBUICAO: ' WS-QTD-EM-DESLIG
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'INATIVOS AQUI E ATIVOS LA.: ' WS-QTD-DIVERGENTES
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'SO NO NOSSO CADASTRO......: ' WS-QTD-SO-NOSSOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO PRT-LINHA.
           STRING 'REGISTROS REJEITADOS......: ' WS-QTD-REJEITADOS
                  DELIMITED BY SIZE INTO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0950-REGISTRA-CATALOGO THRU P0950-FIM.

           DISPLAY '***********************************************'.
           DISPLAY 'CENTROS DE CUSTO LIDOS: ' WS-QTD-LIDOS.
           DISPLAY 'INCLUIDOS.............: ' WS-QTD-INCLUIDOS.
           DISPLAY 'ALTERADOS.............: ' WS-QTD-ALTERADOS.
           DISPLAY 'DESATIVADOS...........: ' WS-QTD-DESATIVADOS.
           DISPLAY 'EM REATRIBUICAO.......: ' WS-QTD-EM-DESLIG.
           DISPLAY 'SO NO NOSSO CADASTRO..: ' WS-QTD-SO-NOSSOS.
           DISPLAY 'REJEITADOS............: ' WS-QTD-REJEITADOS.
           DISPLAY 'CONTROLE GRAVADO EM ORGSYNC.' WS-HOJE '.TXT'.
           DISPLAY '***********************************************'.
       P0900-FIM.

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
               MOVE 'ORGSYNC' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'CENTROS ' WS-QTD-LIDOS
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
           MOVE 'ORGDEPTO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ORGDEPTO-TXT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DESLWK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DESLWK-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'REFLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-REFLOG-TXT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'ORGSYNC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY REFLOG.

       COPY SENHA.

       COPY PERFIL.
