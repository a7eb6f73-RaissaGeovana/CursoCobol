      *          remove o dado pessoal em todos os lugares onde ele
      *          vive: o nome nas tres copias do cadastro
      *          (DADOS1.DAT, DADOS.TXT, DADOSR.DAT), os contatos
      *          (removidos de CONTATOS.DAT), o consentimento de
      *          comunicacao dos contatos (removido de CONSENT.DAT,
      *          com as opcoes e a origem apagadas do historico
      *          CONSHIS.TXT), o texto das notas
      *          (NOTAS.DAT), o nome dentro das imagens de
      *          VERSOES.DAT, o arquivo morto ARQDADOS.DAT e os
      *          campos de nome do DIARIO e do DIARIOH - preservando
      *          datas, valores, operadores). Exige aprovacao de
      *          supervisor (nivel 2) e imprime o certificado de
      *          apagamento LGPDAPAG.AAAAMMDD com cada arquivo
      *          tocado e as contagens. Codigo sob retencao legal
      *          (RETLEGAL.DAT) nao e apagado: a recusa vai ao diario
      *          e o certificado sai como recusa citando a retencao.
      *          Codigo vinculado a uma pessoa com outros codigos
      *          (PESSOAS.DAT) gera aviso antes da confirmacao,
      *          listando os demais codigos, que nao sao apagados
      *          junto; o certificado registra o aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CNS-CHAVE
              FILE STATUS IS WS-ST-CNS.

              SELECT CONSHIS ASSIGN TO WS-ARQ-CONSHIS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CSH.

              SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CERT.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT PESSOAS ASSIGN TO WS-ARQ-PESSOAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PES-COD-DADOS
              ALTERNATE RECORD KEY IS PES-ID-PESSOA WITH DUPLICATES
              FILE STATUS IS WS-ST-PES.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD CONTATOS.
       COPY FD_CONTATO.

       FD CONSENT.
       COPY FD_CONSENT.

       FD CONSHIS.
       COPY FD_CONSHIS.

       FD NOTAS.
       COPY FD_NOTA.

       FD CERTIF.
       01  RG-CERTIF           PIC X(90).

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD PESSOAS.
       COPY FD_PESSOA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY RETLEGAL_WS.
       COPY PESSOA_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS-TXT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOSR-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONSENT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONSHIS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-NOTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQDADOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIOH-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-CERT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PESSOAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-NOME-CERTIF       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
         88 ST-DR-OK          VALUE 0.
       77 WS-ST-CONT         PIC 99.
         88 ST-CONT-OK        VALUE 0.
       77 WS-ST-CNS          PIC 99.
         88 ST-CNS-OK         VALUE 0.
       77 WS-ST-CSH          PIC 99.
         88 ST-CSH-OK         VALUE 0.
       77 WS-ST-NOTA         PIC 99.
         88 ST-NOTA-OK        VALUE 0.
       77 WS-ST-VERS         PIC 99.
       77 WS-QTD-TXT         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DR          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONT        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONS        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CSH         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOTAS       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VERS        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ARQ         PIC 9(03) VALUE ZEROS.
           IF NOT FIM-OK
               PERFORM P0200-APAGA-CADASTROS THRU P0200-FIM
               PERFORM P0250-APAGA-CONTATOS  THRU P0250-FIM
               PERFORM P0256-APAGA-CONSENT   THRU P0256-FIM
               PERFORM P0258-APAGA-HIST-CONSENT THRU P0258-FIM
               PERFORM P0260-APAGA-NOTAS     THRU P0260-FIM
               PERFORM P0270-APAGA-VERSOES   THRU P0270-FIM
               PERFORM P0280-APAGA-ARQUIVO-MORTO THRU P0280-FIM
               GO TO P0100-FIM
           END-IF.

           MOVE WS-COD-PEDIDO TO WS-RETL-COD.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           IF CODIGO-RETIDO
               DISPLAY 'CODIGO SOB RETENCAO LEGAL DESDE '
                       WS-RETL-DATA ' - APAGAMENTO RECUSADO.'
               DISPLAY 'MOTIVO: ' WS-RETL-MOTIVO
               DISPLAY 'SOLICITANTE: ' WS-RETL-SOLICITANTE
               PERFORM P0150-RECUSA-RETENCAO THRU P0150-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0120-AVISA-VINCULADOS THRU P0120-FIM.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA O APAGAMENTO DO CODIGO '
                   WS-COD-PEDIDO ' EM TODOS OS ARQUIVOS? (S/N): '
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
           END-IF.
       P0110-FIM.

       P0120-AVISA-VINCULADOS.
      *    O PEDIDO COBRE SO O CODIGO INFORMADO - SE A MESMA PESSOA
      *    TEM OUTROS CODIGOS, O SUPERVISOR E AVISADO ANTES DE
      *    CONFIRMAR, PARA DECIDIR SE O PEDIDO DEVE ABRANGE-LOS.
           MOVE WS-COD-PEDIDO TO WS-PES-COD.
           PERFORM 9596-PROCURA-VINCULADOS THRU 9596-FIM.
           IF NOT CODIGO-VINCULADO OR WS-PES-QTD-OUTROS EQUAL ZEROS
               GO TO P0120-FIM
           END-IF.

           DISPLAY 'AVISO: O CODIGO PERTENCE A PESSOA ' WS-PES-ID
                   ', QUE TEM OUTROS ' WS-PES-QTD-OUTROS
                   ' CODIGO(S):'
           MOVE 1 TO WS-PES-IDX.
           PERFORM P0125-MOSTRA-VINCULADO THRU P0125-FIM
                   UNTIL WS-PES-IDX > WS-PES-QTD-OUTROS
                      OR WS-PES-IDX > 20.
           DISPLAY 'OS DEMAIS CODIGOS NAO SERAO APAGADOS POR ESTE'
                   ' PEDIDO.'.
       P0120-FIM.

       P0125-MOSTRA-VINCULADO.
           DISPLAY '   ' WS-PES-OUTRO(WS-PES-IDX).
           ADD 1 TO WS-PES-IDX.
       P0125-FIM.

       P0150-RECUSA-RETENCAO.
      *    A RECUSA POR RETENCAO LEGAL FICA NO DIARIO (OPERACAO R)
      *    E NO CERTIFICADO DO DIA, QUE RESPONDE AO PEDIDO CITANDO
      *    A RETENCAO EM VEZ DAS CONTAGENS DE APAGAMENTO.
           SET ST-DIARIO-OK TO TRUE.
           OPEN EXTEND DIARIO.
           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.
           IF ST-DIARIO-OK THEN
               MOVE 'LGPDAPAG'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-REJEICAO TO TRUE
               MOVE WS-COD-PEDIDO    TO DIARIO-COD-DADOS
               MOVE 'RETENCAO LEGAL' TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
               CLOSE DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           MOVE SPACES TO WS-NOME-CERTIF.
           STRING WS-ARQ-PREF-CERT DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-CERTIF.

           SET ST-CERT-OK TO TRUE.
           OPEN OUTPUT CERTIF.
           IF NOT ST-CERT-OK
               DISPLAY 'ERRO AO GRAVAR O CERTIFICADO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CERT
               GO TO P0150-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-CERT.
           STRING '***** APAGAMENTO LGPD RECUSADO - PEDIDO '
                  WS-REFERENCIA ' *****'
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'CODIGO ' WS-COD-PEDIDO
                  ' SOB RETENCAO LEGAL DESDE ' WS-RETL-DATA
                  ' - NENHUM ARQUIVO TOCADO'
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'MOTIVO DA RETENCAO: ' WS-RETL-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'SOLICITANTE.......: ' WS-RETL-SOLICITANTE
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           CLOSE CERTIF.
           DISPLAY 'RECUSA GRAVADA EM LGPDAPAG.' WS-HOJE '.'.
       P0150-FIM.

       P0200-APAGA-CADASTROS.
      *    O NOME E ANONIMIZADO NAS TRES COPIAS DO CADASTRO; O
      *    ESQUELETO (CODIGO, DEPARTAMENTO, VALOR, DATAS) FICA.
           END-READ.
       P0255-FIM.

       P0256-APAGA-CONSENT.
      *    O CONSENTIMENTO E DADO PESSOAL DO CONTATO - SAI JUNTO COM
      *    OS CONTATOS DO CODIGO.
           SET ST-CNS-OK TO TRUE.
           OPEN I-O CONSENT.
           IF NOT ST-CNS-OK
               GO TO P0256-FIM
           END-IF.

           MOVE WS-COD-PEDIDO TO CNS-COD-DADOS.
           MOVE ZEROS         TO CNS-SEQ.
           START CONSENT KEY IS NOT LESS THAN CNS-CHAVE
               INVALID KEY
                   CLOSE CONSENT
                   GO TO P0256-FIM
           END-START.

           SET FIM-OK TO FALSE.
           PERFORM P0257-REMOVE-CONSENT THRU P0257-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE CONSENT.
       P0256-FIM.

       P0257-REMOVE-CONSENT.
           READ CONSENT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF CNS-COD-DADOS NOT EQUAL WS-COD-PEDIDO
                       SET FIM-OK TO TRUE
                   ELSE
                       DELETE CONSENT
                           INVALID KEY
                               DISPLAY 'ERRO AO REMOVER O'
                                       ' CONSENTIMENTO.'
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONS
                       END-DELETE
                   END-IF
           END-READ.
       P0257-FIM.

       P0258-APAGA-HIST-CONSENT.
      *    NO HISTORICO DE CONSENTIMENTO AS OPCOES E A ORIGEM DA
      *    DECISAO SAO APAGADAS; CODIGO, CANAL E DATAS FICAM.
           SET ST-CSH-OK TO TRUE.
           OPEN I-O CONSHIS.
           IF NOT ST-CSH-OK
               GO TO P0258-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM P0259-TRATA-HIST-CONSENT THRU P0259-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE CONSHIS.
       P0258-FIM.

       P0259-TRATA-HIST-CONSENT.
           READ CONSHIS
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF CSH-COD-DADOS EQUAL WS-COD-PEDIDO
                      AND CSH-ORIGEM NOT EQUAL 'APAGADO'
                       MOVE SPACE     TO CSH-OPCAO-ANT CSH-OPCAO-NOVA
                       MOVE 'APAGADO' TO CSH-ORIGEM
                       REWRITE RG-CONSHIS
                       ADD 1 TO WS-QTD-CSH
                   END-IF
           END-READ.
       P0259-FIM.

       P0260-APAGA-NOTAS.
           SET ST-NOTA-OK TO TRUE.
           OPEN I-O NOTAS.
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'CONSENTIMENTOS REMOVIDOS...: ' WS-QTD-CONS
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'CONSHIS ANONIMIZADO........: ' WS-QTD-CSH
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'NOTAS APAGADAS.............: ' WS-QTD-NOTAS
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.

           IF CODIGO-VINCULADO AND WS-PES-QTD-OUTROS > ZEROS
               MOVE SPACES TO WS-LINHA-CERT
               STRING 'AVISO: PESSOA ' WS-PES-ID ' TEM OUTROS '
                      WS-PES-QTD-OUTROS
                      ' CODIGO(S) NAO COBERTOS PELO PEDIDO'
                      DELIMITED BY SIZE INTO WS-LINHA-CERT
               WRITE RG-CERTIF FROM WS-LINHA-CERT
           END-IF.

           CLOSE CERTIF.
           DISPLAY 'CERTIFICADO GRAVADO EM LGPDAPAG.' WS-HOJE '.'.
       P0400-FIM.
           DISPLAY '***********************************************'.
           DISPLAY 'APAGAMENTO DO CODIGO..: ' WS-COD-PEDIDO.
           DISPLAY 'CONTATOS REMOVIDOS....: ' WS-QTD-CONT.
           DISPLAY 'CONSENTIMENTOS REMOV..: ' WS-QTD-CONS.
           DISPLAY 'NOTAS APAGADAS........: ' WS-QTD-NOTAS.
           DISPLAY 'IMAGENS TRATADAS......: ' WS-QTD-VERS.
           DISPLAY '***********************************************'.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
           MOVE 'CONSENT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSENT-DAT.
           MOVE 'CONSHIS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSHIS-TXT.
           MOVE 'NOTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-NOTAS-DAT.
           MOVE 'LGPDAPAG.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-CERT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
           MOVE 'PESSOAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PESSOAS-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY RETLEGAL.

       COPY PESSOA.
