      *          DADOS1.DAT naquele periodo, reabre um periodo ja
      *          fechado e lista os periodos controlados. Com o
      *          periodo fechado, CRUD/INDEXADO/ALTDADOS/CSVIMPORT
      *          recusam movimento com DATA-DADOS daquele mes. Um
      *          novo fechamento zera os ajustes de periodo anterior
      *          e os totais reapresentados; a lista mostra o total
      *          reapresentado dos periodos ajustados pelo AJUSTPER.
      *          Antes de fechar roda a lista de verificacao do
      *          fechamento (CHKFECH), que imprime o certificado; item
      *          obrigatorio reprovado recusa o fechamento, a nao ser
      *          que um supervisor registre a dispensa documentada,
      *          guardada com o periodo em CHKDISP.DAT. Na agenda
      *          noturna nao ha dispensa: a etapa termina com erro.
      *          O fechamento apura e guarda tambem os totais por
      *          empresa (departamento de cada registro em DEPTOS.DAT);
      *          a trava de movimento continua uma por periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DADOS.

              SELECT CHKDISP ASSIGN TO WS-ARQ-CHKDISP-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DSP-CHAVE
              FILE STATUS IS WS-ST-DSP.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
       FD DADOS1.
       COPY FD_CRUD.

       FD CHKDISP.
       COPY FD_CHKDISP.

       FD OPERMST.
       COPY FD_OPER.
       FD PERFIL.

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY CHKFECH_WS.
       COPY EMPRSRV_WS.
       COPY EMPTOT_WS.
       77  WS-ARQ-FECHMES-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CHKDISP-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
       77 WS-SUP-ID         PIC X(08) VALUE SPACES.
       77 WS-SUP-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR     PIC X(08) VALUE SPACES.
       77 WS-ST-DSP         PIC 99.
         88 ST-DSP-OK        VALUE 0.
       77 WS-IDX-FALHA      PIC 9(02) VALUE ZEROS.
       77 WS-JUSTIFICATIVA  PIC X(60) VALUE SPACES.
       77 WS-CONT-DISPENSAS PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 WS-NOME-EMPRESA   PIC X(11) VALUE SPACES.
       01 WS-HOJE.
          02 WS-HOJE-AAAA      PIC 9(04).
          02 WS-HOJE-MM        PIC 9(02).

       0210-FECHA-PERIODO.
           PERFORM 0250-ACEITA-PERIODO THRU 0250-FIM.
           PERFORM 0270-LISTA-VERIFICACAO THRU 0270-FIM.
           IF CHK-BLOQUEADO
               DISPLAY 'FECHAMENTO RECUSADO - LISTA DE VERIFICACAO'
                       ' COM ITEM OBRIGATORIO REPROVADO.'
               GO TO 0210-FIM
           END-IF.
           PERFORM 0220-APURA-PERIODO THRU 0220-FIM.

           MOVE WS-VALOR-PERIODO TO WS-VALOR-ED.
           DISPLAY 'PERIODO ' WS-PERIODO-ENTRADA ': '
                   WS-QTD-PERIODO ' REGISTRO(S), TOTAL '
                   WS-VALOR-ED.
           MOVE 1 TO WS-IDX-EMPRESA.
           PERFORM 0227-EXIBE-EMPRESA THRU 0227-FIM
                   UNTIL WS-IDX-EMPRESA > WS-EMT-QTD-EMPRESAS.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA O FECHAMENTO DO PERIODO? (S/N): '
           ACCEPT WS-CONFIRMA.
                   SET FECH-FECHADO TO TRUE
                   MOVE WS-QTD-PERIODO   TO FECH-QTD
                   MOVE WS-VALOR-PERIODO TO FECH-VALOR
                   MOVE ZEROS TO FECH-QTD-AJUSTES FECH-QTD-REAP
                                 FECH-VALOR-REAP FECH-DATA-REAP
                   PERFORM 0226-TRANSFERE-EMPRESAS THRU 0226-FIM
                   ACCEPT FECH-DATA FROM DATE YYYYMMDD
                   ACCEPT FECH-HORA FROM TIME
                   WRITE RG-FECHMES
           MOVE WS-HOJE-AAAA TO WS-PERIODO-AAAA.
           MOVE WS-HOJE-MM   TO WS-PERIODO-MM.

           PERFORM 0270-LISTA-VERIFICACAO THRU 0270-FIM.
           IF CHK-BLOQUEADO
               DISPLAY 'FECHAMENTO DO PERIODO ' WS-PERIODO-ENTRADA
                       ' RECUSADO - LISTA DE VERIFICACAO COM ITEM'
                       ' OBRIGATORIO REPROVADO.'
               MOVE 8 TO LK-RETORNO
               GO TO 0215-FIM
           END-IF.

           PERFORM 0220-APURA-PERIODO THRU 0220-FIM.

           MOVE WS-VALOR-PERIODO TO WS-VALOR-ED.
           DISPLAY 'PERIODO ' WS-PERIODO-ENTRADA ': '
                   WS-QTD-PERIODO ' REGISTRO(S), TOTAL '
                   WS-VALOR-ED.
           MOVE 1 TO WS-IDX-EMPRESA.
           PERFORM 0227-EXIBE-EMPRESA THRU 0227-FIM
                   UNTIL WS-IDX-EMPRESA > WS-EMT-QTD-EMPRESAS.

           SET ST-OK TO TRUE.
           OPEN I-O FECHMES.
               SET FECH-FECHADO TO TRUE
               MOVE WS-QTD-PERIODO   TO FECH-QTD
               MOVE WS-VALOR-PERIODO TO FECH-VALOR
               MOVE ZEROS TO FECH-QTD-AJUSTES FECH-QTD-REAP
                             FECH-VALOR-REAP FECH-DATA-REAP
               PERFORM 0226-TRANSFERE-EMPRESAS THRU 0226-FIM
               ACCEPT FECH-DATA FROM DATE YYYYMMDD
               ACCEPT FECH-HORA FROM TIME
               WRITE RG-FECHMES

       0220-APURA-PERIODO.
           MOVE ZEROS TO WS-QTD-PERIODO WS-VALOR-PERIODO.
           PERFORM 9480-CARREGA-EMPRESAS THRU 9480-FIM.
           SET FIM-OK TO FALSE.
           SET ST-DADOS-OK TO TRUE.

                      AND DATA-DADOS-MM EQUAL WS-PERIODO-MM
                       ADD 1 TO WS-QTD-PERIODO
                       ADD VALOR-DADOS TO WS-VALOR-PERIODO
                       MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                       MOVE VALOR-DADOS TO WS-EMT-VALOR-ENTRADA
                       PERFORM 9485-ACUMULA-EMPRESA THRU 9485-FIM
                   END-IF
           END-READ.
       0225-FIM.

       0226-TRANSFERE-EMPRESAS.
      *    OS TOTAIS POR EMPRESA FICAM GUARDADOS COM O PERIODO.
           MOVE WS-EMT-QTD-EMPRESAS TO FECH-QTD-EMPRESAS.
           MOVE 1 TO WS-IDX-EMPRESA.
           PERFORM 0228-TRANSFERE-EMPRESA THRU 0228-FIM
                   UNTIL WS-IDX-EMPRESA > 10.
       0226-FIM.

       0227-EXIBE-EMPRESA.
           MOVE WS-EMT-VALOR(WS-IDX-EMPRESA) TO WS-VALOR-ED.
           MOVE WS-EMT-EMPRESA(WS-IDX-EMPRESA) TO WS-NOME-EMPRESA.
           IF WS-NOME-EMPRESA EQUAL SPACES
               MOVE 'SEM EMPRESA' TO WS-NOME-EMPRESA
           END-IF.
           DISPLAY '  EMPRESA ' WS-NOME-EMPRESA ': '
                   WS-EMT-QTD(WS-IDX-EMPRESA) ' REGISTRO(S), TOTAL '
                   WS-VALOR-ED.
           ADD 1 TO WS-IDX-EMPRESA.
       0227-FIM.

       0228-TRANSFERE-EMPRESA.
           IF WS-IDX-EMPRESA > WS-EMT-QTD-EMPRESAS
               MOVE SPACES TO FECH-EMP-CODIGO(WS-IDX-EMPRESA)
               MOVE ZEROS  TO FECH-EMP-QTD(WS-IDX-EMPRESA)
                              FECH-EMP-VALOR(WS-IDX-EMPRESA)
           ELSE
               MOVE WS-EMT-EMPRESA(WS-IDX-EMPRESA)
                 TO FECH-EMP-CODIGO(WS-IDX-EMPRESA)
               MOVE WS-EMT-QTD(WS-IDX-EMPRESA)
                 TO FECH-EMP-QTD(WS-IDX-EMPRESA)
               MOVE WS-EMT-VALOR(WS-IDX-EMPRESA)
                 TO FECH-EMP-VALOR(WS-IDX-EMPRESA)
           END-IF.
           ADD 1 TO WS-IDX-EMPRESA.
       0228-FIM.

       0230-REABRE-PERIODO.
           PERFORM 0250-ACEITA-PERIODO THRU 0250-FIM.

                       INVALID KEY
                           DISPLAY 'SUPERVISOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-SUP-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO AND NIVEL-SUPERVISOR
                              AND OPER-SENHA = WS-SNH-HASH
                               MOVE OPER-ID TO WS-SUPERVISOR
                               SET APROVACAO-OK TO TRUE
                           ELSE
                   MOVE FECH-VALOR TO WS-VALOR-ED
                   DISPLAY FECH-PERIODO '  ' FECH-SITUACAO '   '
                           FECH-QTD ' ' WS-VALOR-ED
                   IF NOT FECH-SEM-AJUSTE
                       MOVE FECH-VALOR-REAP TO WS-VALOR-ED
                       DISPLAY '  REAPRESENTADO ' FECH-QTD-REAP ' '
                               WS-VALOR-ED ' (' FECH-QTD-AJUSTES
                               ' AJUSTE(S) EM ' FECH-DATA-REAP ')'
                   END-IF
                   MOVE 1 TO WS-IDX-EMPRESA
                   PERFORM 0246-LISTA-EMPRESA THRU 0246-FIM
                           UNTIL WS-IDX-EMPRESA > FECH-QTD-EMPRESAS
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0245-FIM.

       0246-LISTA-EMPRESA.
           MOVE FECH-EMP-VALOR(WS-IDX-EMPRESA) TO WS-VALOR-ED.
           MOVE FECH-EMP-CODIGO(WS-IDX-EMPRESA) TO WS-NOME-EMPRESA.
           IF WS-NOME-EMPRESA EQUAL SPACES
               MOVE 'SEM EMPRESA' TO WS-NOME-EMPRESA
           END-IF.
           DISPLAY '  EMPRESA ' WS-NOME-EMPRESA '  '
                   FECH-EMP-QTD(WS-IDX-EMPRESA) ' ' WS-VALOR-ED.
           ADD 1 TO WS-IDX-EMPRESA.
       0246-FIM.

       0270-LISTA-VERIFICACAO.
           MOVE WS-PERIODO-ENTRADA TO CHK-PERIODO.
           PERFORM 0275-CHAMA-CHKFECH THRU 0275-FIM.

           IF NOT CHK-BLOQUEADO OR LK-MODO-EXEC-BATCH
               GO TO 0270-FIM
           END-IF.

      *    ITEM OBRIGATORIO REPROVADO: SO FECHA COM DISPENSA
      *    DOCUMENTADA DE UM SUPERVISOR, GRAVADA COM O PERIODO.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'REGISTRAR DISPENSA DOCUMENTADA DO SUPERVISOR?'
                   ' (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               GO TO 0270-FIM
           END-IF.

           PERFORM 0260-APROVACAO-SUPERVISOR THRU 0260-FIM.
           IF NOT APROVACAO-OK
               DISPLAY 'DISPENSA NAO APROVADA.'
               GO TO 0270-FIM
           END-IF.

           SET ST-DSP-OK TO TRUE.
           OPEN I-O CHKDISP.

           IF WS-ST-DSP EQUAL 35 THEN
               OPEN OUTPUT CHKDISP
               CLOSE CHKDISP
               OPEN I-O CHKDISP
           END-IF.

           IF NOT ST-DSP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPENSAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-DSP
               GO TO 0270-FIM
           END-IF.

           MOVE ZEROS TO WS-CONT-DISPENSAS.
           MOVE 1 TO WS-IDX-FALHA.
           PERFORM 0280-GRAVA-DISPENSA THRU 0280-FIM
                   UNTIL WS-IDX-FALHA > CHK-QTD-FALHAS.
           CLOSE CHKDISP.

           IF WS-CONT-DISPENSAS > ZEROS
               PERFORM 0275-CHAMA-CHKFECH THRU 0275-FIM
           END-IF.
       0270-FIM.

       0275-CHAMA-CHKFECH.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CHKFECH'
               USING WS-CHK-AREA.
           DISPLAY 'CERTIFICADO DE FECHAMENTO: ' CHK-CERTIFICADO(1:40).

           IF CHK-BLOQUEADO
               MOVE 1 TO WS-IDX-FALHA
               PERFORM 0276-EXIBE-FALHA THRU 0276-FIM
                       UNTIL WS-IDX-FALHA > CHK-QTD-FALHAS
           ELSE
               DISPLAY 'LISTA DE VERIFICACAO APROVADA.'
           END-IF.
       0275-FIM.

       0276-EXIBE-FALHA.
           DISPLAY 'REPROVADO: ' CHK-FALHA-ITEM(WS-IDX-FALHA) ' - '
                   CHK-FALHA-DESC(WS-IDX-FALHA).
           ADD 1 TO WS-IDX-FALHA.
       0276-FIM.

       0280-GRAVA-DISPENSA.
      *    JUSTIFICATIVA EM BRANCO DEIXA O ITEM SEM DISPENSA.
           MOVE SPACES TO WS-JUSTIFICATIVA.
           DISPLAY 'JUSTIFICATIVA PARA DISPENSAR '
                   CHK-FALHA-ITEM(WS-IDX-FALHA) ' (BRANCO = NAO'
                   ' DISPENSA): '
           ACCEPT WS-JUSTIFICATIVA.

           IF WS-JUSTIFICATIVA NOT EQUAL SPACES
               MOVE CHK-PERIODO                  TO DSP-PERIODO
               MOVE CHK-FALHA-ITEM(WS-IDX-FALHA) TO DSP-ITEM
               MOVE WS-SUPERVISOR                TO DSP-SUPERVISOR
               MOVE LK-OPERADOR                  TO DSP-OPERADOR
               MOVE WS-JUSTIFICATIVA             TO DSP-JUSTIFICATIVA
               ACCEPT DSP-DATA FROM DATE YYYYMMDD
               ACCEPT DSP-HORA FROM TIME
               WRITE RG-CHKDISP
                   INVALID KEY
                       REWRITE RG-CHKDISP
               END-WRITE
               ADD 1 TO WS-CONT-DISPENSAS
           END-IF.

           ADD 1 TO WS-IDX-FALHA.
       0280-FIM.

       0250-ACEITA-PERIODO.
           DISPLAY 'PERIODO (AAAAMM): '
           ACCEPT WS-PERIODO-ENTRADA.
           MOVE 'FECHMES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-FECHMES-DAT.
           MOVE 'CHKDISP.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CHKDISP-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY EMPTOT.

       COPY EMPRESA.
