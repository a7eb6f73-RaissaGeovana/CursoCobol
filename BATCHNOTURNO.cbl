      *          indexacao (INDEXADO), intercessao (INTERCESSAO),
      *          retencao de snapshots (SNAPRET), conciliacao
      *          (CONCDIA), conferencia de saldos (CTLVERIF),
      *          estatisticas diarias (ESTATDIA), conferencia de
      *          tolerancia antes das saidas (TOLSAIDA - antes da
      *          agenda, que dispara interfaces de saida), agenda de
      *          trabalhos periodicos (AGENDEXEC), faxina dos logs
      *          (HOUSEKEEP), geracao da copia sequencial do
      *          cadastro (GERDADOS), anomalias de valor (ANOMREL),
      *          liberacao dos lancamentos com data futura (LCTFLIB),
      *          classificacao de risco por codigo (RISCOGER),
      *          pendencias de documentos (DOCREL), sincronizacao
      *          dos departamentos com a estrutura oficial (ORGSYNC),
      *          extrato unico dos relatorios de valor (RELEXTR),
      *          extracao para o armazem de dados (DWEXTR),
      *          acompanhamento da chegada dos arquivos dos parceiros
      *          (PARTMON), deteccao de codigos dormentes pela
      *          atividade real (DORMGER), apuracao diaria e
      *          capitalizacao mensal dos juros sobre o saldo
      *          (JURGER) e copia de seguranca conferida de todos
      *          os cadastros (BKPGER),
      *          registrando cada etapa no arquivo de controle de
      *          execucao (RUNCTL.DAT). Uma etapa que falha interrompe
      *          a cadeia; a reexecucao do dia pula as etapas ja
      *          encerradas e retoma da etapa que falhou. Ao final de
      *          cada corrida e gravado o relatorio de execucao
      *          BATCHREL.AAAAMMDD com horarios, tempos, contadores e
      *          veredicto de cada etapa. Antes das etapas, cada
      *          corrida de atualizacao de valor interrompida
      *          (CKPTCTL.DAT) pode ser retomada do seu ultimo ponto
      *          de controle, e o relatorio mostra o ponto e o
      *          desfecho de cada retomada. Chamado pelo ENSAIO com o
      *          perfil AMBIENTE=ENSAIO, roda a cadeia inteira contra
      *          a copia dos dados no diretorio de ensaio: o snapshot
      *          da noite anterior nao e conferido, o RUNHIST.TXT nao
      *          recebe os tempos do ensaio e, antes de cada etapa, o
      *          perfil e relido - se deixou de ser o de ensaio, a
      *          cadeia para antes de tocar em producao. Com o perfil
      *          de ensaio e sem a marca do ENSAIO (ENSAIO.ATIVO) a
      *          cadeia nao parte - e sobra de um ensaio interrompido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS LOCK-COD-DADOS
              FILE STATUS IS WS-ST-LOCK.

              SELECT CKPTCTL ASSIGN TO WS-ARQ-CKPTCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CKC-PROGRAMA
              FILE STATUS IS WS-ST-CKC.

      *       MARCA DO ENSAIO EM CURSO, AO LADO DO PERFIL.TXT.
              SELECT ENSMARCA ASSIGN TO 'ENSAIO.ATIVO'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ENSM.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD LOCKDADOS.
       COPY FD_LOCK.

       FD CKPTCTL.
       COPY FD_CKPTCTL.

       FD ENSMARCA.
       COPY FD_ENSMARCA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY CKPTSRV_WS.
       77  WS-ARQ-CKPTCTL-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST-CKC                     PIC 99.
         88 ST-CKC-OK                   VALUE 0.
       77 WS-ST-ENSM                    PIC 99.
         88 ST-ENSM-OK                  VALUE 0.
       77 WS-MARCA-ENSAIO               PIC X     VALUE 'N'.
         88 MARCA-ENSAIO-OK             VALUE 'S' FALSE 'N'.
       77 WS-FIM-CKC                    PIC X     VALUE 'N'.
         88 FIM-CKC-OK                  VALUE 'S' FALSE 'N'.
      *    CORRIDAS INTERROMPIDAS ACHADAS NO CKPTCTL.DAT E O DESFECHO
      *    DA RETOMADA DE CADA UMA, PARA O RELATORIO DE EXECUCAO.
       01 WS-TABELA-RETOMADA.
          02 WS-RET-ITEM OCCURS 5 TIMES.
             03 WS-RET-PROGRAMA   PIC X(08).
             03 WS-RET-DATA-PONTO PIC 9(08).
             03 WS-RET-HORA-PONTO PIC 9(06).
             03 WS-RET-POSICAO    PIC 9(09).
             03 WS-RET-SITUACAO   PIC X(12).
       77 WS-QTD-RETOMADAS              PIC 9(01) VALUE ZEROS.
       77 WS-IDX-RET                    PIC 9(01) VALUE ZEROS.
       77 WS-RET-RESPOSTA               PIC X     VALUE SPACES.
         88 CONFIRMA-RETOMADA-CAD       VALUE 'S' 's'.
       77 WS-RET-CHAMADA                PIC X(60) VALUE SPACES.
       77  WS-ARQ-SESSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOCK-DAT      PIC X(60) VALUE SPACES.
       77 WS-ST-SES                     PIC 99.
      *    CONFIGURACAO DA CADEIA, CARREGADA DE CADEIA.TXT (MANTIDA
      *    PELO CADEIMNT); SEM O ARQUIVO VALE A CADEIA EMBUTIDA.
       01 WS-TABELA-CADEIA.
          02 WS-CAD-ITEM OCCURS 30 TIMES.
             03 WS-CAD-ETAPA      PIC 9(02).
             03 WS-CAD-PROGRAMA   PIC X(60).
             03 WS-CAD-NOME       PIC X(30).
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

           IF AMBIENTE-ENSAIO
               PERFORM 0140-CONFERE-MARCA-ENSAIO THRU 0140-FIM
               IF NOT MARCA-ENSAIO-OK
                   GOBACK
               END-IF
           END-IF.

           PERFORM 0100-INICIO                 THRU 0100-FIM.
           PERFORM 0200-EXECUTA-ETAPAS         THRU 0200-FIM
                   UNTIL WS-IDX-CAD > WS-QTD-ETAPAS
               MOVE 'B' TO WS-SIT-GRAVAR
               PERFORM 0800-GRAVA-SEMAFORO THRU 0800-FIM
               PERFORM 0175-LIMPA-SESSOES THRU 0175-FIM
               PERFORM 0185-RETOMA-PENDENTES THRU 0185-FIM
           END-IF.

           PERFORM 0165-CARREGA-CADEIA THRU 0165-FIM.
           MOVE 1 TO WS-IDX-CAD.
       0100-FIM.

       0140-CONFERE-MARCA-ENSAIO.
      *    PERFIL DE ENSAIO SEM A MARCA DO ENSAIO (ENSAIO.ATIVO EM C)
      *    E SOBRA DE UM ENSAIO INTERROMPIDO: A CORRIDA REAL RODARIA
      *    SOBRE A COPIA. A MARCA VALE UMA UNICA CORRIDA - PASSA A E
      *    AQUI.
           SET MARCA-ENSAIO-OK TO FALSE.
           SET ST-ENSM-OK TO TRUE.
           OPEN I-O ENSMARCA.
           IF ST-ENSM-OK
               READ ENSMARCA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENSM-CHAMADO
                           SET ENSM-EM-CURSO TO TRUE
                           REWRITE RG-ENSMARCA
                           IF ST-ENSM-OK
                               SET MARCA-ENSAIO-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE ENSMARCA
           END-IF.

           IF NOT MARCA-ENSAIO-OK
               DISPLAY 'PERFIL.TXT COM AMBIENTE=ENSAIO SEM ENSAIO EM'
                       ' CURSO - SOBRA DE UM ENSAIO INTERROMPIDO.'
               DISPLAY 'A CADEIA NAO SERA INICIADA: RODE O ENSAIO (SO'
                       ' SUPERVISOR) PARA DEVOLVER O PERFIL DE'
                       ' PRODUCAO (PERFIL.ANTES) E REEXECUTE.'
           END-IF.
       0140-FIM.

       0165-CARREGA-CADEIA.
      *    A CADEIA E DIRIGIDA PELA CONFIGURACAO CADEIA.TXT (MANTIDA
      *    PELO CADEIMNT); SEM O ARQUIVO VALE A CADEIA EMBUTIDA DE
               AT END
                   SET FIM-CAD-OK TO TRUE
               NOT AT END
                   IF WS-QTD-ETAPAS < 30
                       ADD 1 TO WS-QTD-ETAPAS
                       MOVE CAD-ETAPA
                         TO WS-CAD-ETAPA(WS-QTD-ETAPAS)
                       MOVE CAD-SO-UTIL
                         TO WS-CAD-SO-UTIL(WS-QTD-ETAPAS)
                   ELSE
                       DISPLAY 'ALERTA: CADEIA.TXT COM MAIS DE 30'
                               ' ETAPAS - EXCEDENTES IGNORADAS.'
                       SET FIM-CAD-OK TO TRUE
                   END-IF
       0166-FIM.

       0167-CADEIA-EMBUTIDA.
           MOVE 22 TO WS-QTD-ETAPAS.
           MOVE 01 TO WS-CAD-ETAPA(1).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/CRUD'
             TO WS-CAD-PROGRAMA(1).
             TO WS-CAD-PROGRAMA(7).
           MOVE 'ESTATISTICAS (ESTATDIA)' TO WS-CAD-NOME(7).
           MOVE 08 TO WS-CAD-ETAPA(8).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/TOLSAIDA'
             TO WS-CAD-PROGRAMA(8).
           MOVE 'TOLERANCIA SAIDAS (TOLSAIDA)' TO WS-CAD-NOME(8).
           MOVE 09 TO WS-CAD-ETAPA(9).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/AGENDEXEC'
             TO WS-CAD-PROGRAMA(9).
           MOVE 'AGENDA (AGENDEXEC)' TO WS-CAD-NOME(9).
           MOVE 10 TO WS-CAD-ETAPA(10).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/HOUSEKEEP'
             TO WS-CAD-PROGRAMA(10).
           MOVE 'FAXINA (HOUSEKEEP)' TO WS-CAD-NOME(10).
           MOVE 11 TO WS-CAD-ETAPA(11).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/GERDADOS'
             TO WS-CAD-PROGRAMA(11).
           MOVE 'COPIA SEQUENCIAL (GERDADOS)' TO WS-CAD-NOME(11).
           MOVE 12 TO WS-CAD-ETAPA(12).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/ANOMREL'
             TO WS-CAD-PROGRAMA(12).
           MOVE 'ANOMALIAS DE VALOR (ANOMREL)' TO WS-CAD-NOME(12).
           MOVE 13 TO WS-CAD-ETAPA(13).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/LCTFLIB'
             TO WS-CAD-PROGRAMA(13).
           MOVE 'LIBERA DATA FUTURA (LCTFLIB)' TO WS-CAD-NOME(13).
           MOVE 14 TO WS-CAD-ETAPA(14).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/RISCOGER'
             TO WS-CAD-PROGRAMA(14).
           MOVE 'CLASSIFICA RISCO (RISCOGER)' TO WS-CAD-NOME(14).
           MOVE 15 TO WS-CAD-ETAPA(15).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/DOCREL'
             TO WS-CAD-PROGRAMA(15).
           MOVE 'PENDENCIA DOCUMENTOS (DOCREL)' TO WS-CAD-NOME(15).
           MOVE 16 TO WS-CAD-ETAPA(16).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/ORGSYNC'
             TO WS-CAD-PROGRAMA(16).
           MOVE 'ESTRUTURA OFICIAL (ORGSYNC)' TO WS-CAD-NOME(16).
           MOVE 17 TO WS-CAD-ETAPA(17).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/RELEXTR'
             TO WS-CAD-PROGRAMA(17).
           MOVE 'EXTRATO RELATORIOS (RELEXTR)' TO WS-CAD-NOME(17).
           MOVE 18 TO WS-CAD-ETAPA(18).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/DWEXTR'
             TO WS-CAD-PROGRAMA(18).
           MOVE 'ARMAZEM DE DADOS (DWEXTR)' TO WS-CAD-NOME(18).
           MOVE 19 TO WS-CAD-ETAPA(19).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/PARTMON'
             TO WS-CAD-PROGRAMA(19).
           MOVE 'CHEGADA PARCEIROS (PARTMON)' TO WS-CAD-NOME(19).
           MOVE 20 TO WS-CAD-ETAPA(20).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/DORMGER'
             TO WS-CAD-PROGRAMA(20).
           MOVE 'DORMENCIA CODIGOS (DORMGER)' TO WS-CAD-NOME(20).
           MOVE 21 TO WS-CAD-ETAPA(21).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/JURGER'
             TO WS-CAD-PROGRAMA(21).
           MOVE 'JUROS DIARIOS (JURGER)' TO WS-CAD-NOME(21).
           MOVE 22 TO WS-CAD-ETAPA(22).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/BKPGER'
             TO WS-CAD-PROGRAMA(22).
           MOVE 'COPIA SEGURANCA (BKPGER)' TO WS-CAD-NOME(22).

           MOVE 1 TO WS-IDX-CAD.
           PERFORM 0167-COMPLETA-EMBUTIDA THRU 0167-C-FIM
                   UNTIL WS-IDX-CAD > 22.
       0167-FIM.

       0167-COMPLETA-EMBUTIDA.
               COMPUTE WS-CAD-PRED(WS-IDX-CAD) = WS-IDX-CAD - 1
           END-IF.
      *    AS ETAPAS DE MOVIMENTO 1 A 3 SO RODAM EM DIA UTIL, COMO
      *    SEMPRE FOI NA CADEIA EMBUTIDA; A LIBERACAO DOS LANCAMENTOS
      *    COM DATA FUTURA (13) E A APURACAO DE JUROS (21) TAMBEM.
           IF WS-IDX-CAD <= 3 OR WS-IDX-CAD EQUAL 13
              OR WS-IDX-CAD EQUAL 21
               MOVE 'S' TO WS-CAD-SO-UTIL(WS-IDX-CAD)
           ELSE
               MOVE 'N' TO WS-CAD-SO-UTIL(WS-IDX-CAD)
       0160-FIM.

       0170-VERIFICA-SNAPSHOT.
           IF AMBIENTE-ENSAIO
      *        O ENSAIO RODA SOBRE A COPIA DE HOJE - O SNAPSHOT DA
      *        NOITE ANTERIOR E ASSUNTO DA CORRIDA REAL.
               DISPLAY 'ENSAIO  SNAPSHOT DA NOITE ANTERIOR NAO'
                       ' CONFERIDO.'
               GO TO 0170-FIM
           END-IF.

           MOVE 'S' TO WS-DATA-OBTER.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-ONTEM-ANO WS-ONTEM-MES
               GO TO 0200-FIM
           END-IF.

           IF AMBIENTE-ENSAIO
               PERFORM 0208-CONFERE-ENSAIO THRU 0208-FIM
               IF CADEIA-INTERROMPIDA
                   GO TO 0200-FIM
               END-IF
           END-IF.

           PERFORM 0720-MARCA-INICIO THRU 0720-FIM.
           MOVE ZEROS TO WS-RETORNO WS-CONT-LIDOS
                         WS-CONT-GRAVADOS WS-CONT-REJEITADOS.
           ADD 1 TO WS-IDX-CAD2.
       0207-FIM.

       0208-CONFERE-ENSAIO.
      *    CADA ETAPA CARREGA O PERFIL NA SUA PRIMEIRA CHAMADA: SE O
      *    PERFIL.TXT DEIXOU DE SER O DE ENSAIO NO MEIO DA CADEIA, A
      *    ETAPA SEGUINTE LERIA PRODUCAO - A CADEIA PARA AQUI.
           SET PERFIL-CARREGADO TO FALSE.
           MOVE 'P' TO WS-PERFIL-AMBIENTE.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.

           IF NOT AMBIENTE-ENSAIO
               DISPLAY 'PERFIL.TXT DEIXOU DE SER O DE ENSAIO - CADEIA'
                       ' INTERROMPIDA ANTES DA ETAPA ' WS-ETAPA '.'
               MOVE 'E' TO WS-PERFIL-AMBIENTE
               SET CADEIA-INTERROMPIDA TO TRUE
               ADD 1 TO WS-IDX-CAD
           END-IF.
       0208-FIM.

       0175-LIMPA-SESSOES.
      *    A CADEIA ASSUMIU OS ARQUIVOS - QUALQUER SESSAO AINDA
      *    REGISTRADA E SOBRA DE SESSAO CAIDA, E TODA TRAVA LOCK.DAT
                   ' TRAVA(S) REMOVIDAS.'.
       0175-FIM.

       0185-RETOMA-PENDENTES.
      *    CORRIDA DE ATUALIZACAO DE VALOR INTERROMPIDA (LANCTOS,
      *    REVAL, MASSUPD, NOMEPAD, PARTAPL) FICA NO CKPTCTL.DAT COM O
      *    ULTIMO PONTO DE CONTROLE. COM OS ARQUIVOS JA ASSUMIDOS, A
      *    CADEIA OFERECE RETOMAR CADA UMA DO PONTO EM VEZ DO
      *    RESTSNAP + ROLLFWD; RECUSADA, ELA SEGUE PENDENTE.
           MOVE ZEROS TO WS-QTD-RETOMADAS.

           SET ST-CKC-OK TO TRUE.
           OPEN INPUT CKPTCTL.
           IF NOT ST-CKC-OK
               GO TO 0185-FIM
           END-IF.

           SET FIM-CKC-OK TO FALSE.
           PERFORM 0186-LE-PENDENTE THRU 0186-FIM
                   UNTIL FIM-CKC-OK.
           CLOSE CKPTCTL.

           MOVE 1 TO WS-IDX-RET.
           PERFORM 0187-RETOMA-UMA THRU 0187-FIM
                   UNTIL WS-IDX-RET > WS-QTD-RETOMADAS.
       0185-FIM.

       0186-LE-PENDENTE.
           READ CKPTCTL NEXT RECORD
               AT END
                   SET FIM-CKC-OK TO TRUE
               NOT AT END
                   IF WS-QTD-RETOMADAS < 5
                       ADD 1 TO WS-QTD-RETOMADAS
                       MOVE CKC-PROGRAMA
                         TO WS-RET-PROGRAMA(WS-QTD-RETOMADAS)
                       MOVE CKC-DATA-PONTO
                         TO WS-RET-DATA-PONTO(WS-QTD-RETOMADAS)
                       MOVE CKC-HORA-PONTO
                         TO WS-RET-HORA-PONTO(WS-QTD-RETOMADAS)
                       MOVE CKC-POSICAO
                         TO WS-RET-POSICAO(WS-QTD-RETOMADAS)
                       MOVE SPACES
                         TO WS-RET-SITUACAO(WS-QTD-RETOMADAS)
                   END-IF
           END-READ.
       0186-FIM.

       0187-RETOMA-UMA.
           DISPLAY 'CORRIDA INTERROMPIDA: '
                   WS-RET-PROGRAMA(WS-IDX-RET) ' - PONTO '
                   WS-RET-DATA-PONTO(WS-IDX-RET) ' '
                   WS-RET-HORA-PONTO(WS-IDX-RET) ' - POSICAO '
                   WS-RET-POSICAO(WS-IDX-RET).
           MOVE SPACES TO WS-RET-RESPOSTA.
           DISPLAY 'RETOMAR ' WS-RET-PROGRAMA(WS-IDX-RET)
                   ' DO ULTIMO PONTO DE CONTROLE? (S/N): '
           ACCEPT WS-RET-RESPOSTA.
           IF NOT CONFIRMA-RETOMADA-CAD
               MOVE 'NAO RETOMADA' TO WS-RET-SITUACAO(WS-IDX-RET)
               ADD 1 TO WS-IDX-RET
               GO TO 0187-FIM
           END-IF.

      *    A LIBERACAO FAZ O PROGRAMA RETOMAR SEM PERGUNTAR, COM O
      *    OPERADOR E OS PARAMETROS DA CORRIDA ORIGINAL.
           MOVE WS-RET-PROGRAMA(WS-IDX-RET) TO CKP-PROGRAMA.
           MOVE 'L' TO CKP-FUNCAO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CKPTSRV'
               USING WS-CKP-AREA.
           IF NOT CKP-OK
               DISPLAY 'RETOMADA NAO LIBERADA - RETORNO '
                       CKP-RETORNO '.'
               MOVE 'PENDENTE' TO WS-RET-SITUACAO(WS-IDX-RET)
               ADD 1 TO WS-IDX-RET
               GO TO 0187-FIM
           END-IF.

           MOVE SPACES TO WS-RET-CHAMADA.
           STRING 'C:/Users/raissa.ribeiro/Desktop/Curso/'
                      DELIMITED BY SIZE
                  WS-RET-PROGRAMA(WS-IDX-RET) DELIMITED BY SPACE
                  INTO WS-RET-CHAMADA.
           MOVE 'B' TO WS-MODO-EXEC.
           MOVE ZEROS TO WS-RETORNO WS-CONT-LIDOS
                         WS-CONT-GRAVADOS WS-CONT-REJEITADOS.
           CALL WS-RET-CHAMADA USING WS-COM-AREA
               ON EXCEPTION
                   DISPLAY 'PROGRAMA NAO ENCONTRADO: '
                           WS-RET-CHAMADA(1:50) '.'
           END-CALL.
           CANCEL WS-RET-CHAMADA.

      *    O REGISTRO DO CKPTCTL.DAT SO SOME NO ENCERRAMENTO NORMAL -
      *    AINDA LA, A CORRIDA CAIU DE NOVO OU NAO FOI ATE O FIM.
           MOVE 'PENDENTE' TO WS-RET-SITUACAO(WS-IDX-RET).
           SET ST-CKC-OK TO TRUE.
           OPEN INPUT CKPTCTL.
           IF ST-CKC-OK
               MOVE WS-RET-PROGRAMA(WS-IDX-RET) TO CKC-PROGRAMA
               READ CKPTCTL
                   INVALID KEY
                       MOVE 'CONCLUIDA' TO WS-RET-SITUACAO(WS-IDX-RET)
               END-READ
               CLOSE CKPTCTL
           END-IF.
           DISPLAY 'RETOMADA DE ' WS-RET-PROGRAMA(WS-IDX-RET) ': '
                   WS-RET-SITUACAO(WS-IDX-RET) '.'.

           ADD 1 TO WS-IDX-RET.
       0187-FIM.

       0171-LIMPA-UMA-SESSAO.
           READ SESSOES NEXT RECORD
               AT END
               DISPLAY '   PROCESSAMENTO NOTURNO - FIM                 '
           END-IF
           DISPLAY '***************************************************'
           GOBACK.

       0600-RELATORIO-EXECUCAO.
      *    RELATORIO DE EXECUCAO DA CORRIDA, ARQUIVADO POR DATA

      *        O MESMO LACO ACUMULA OS TEMPOS DA CORRIDA NO
      *        HISTORICO RUNHIST.TXT, INSUMO DO BATTREND.
      *        OS TEMPOS DO ENSAIO NAO ENTRAM NO HISTORICO.
               IF NOT AMBIENTE-ENSAIO
                   SET ST-HIST-OK TO TRUE
                   OPEN EXTEND RUNHIST
                   IF WS-ST-HIST EQUAL 35
                       OPEN OUTPUT RUNHIST
                   END-IF
                   IF ST-HIST-OK
                       SET HIST-ABERTO TO TRUE
                   END-IF
               END-IF

               MOVE 1 TO WS-ETAPA-REL
                   SET HIST-ABERTO TO FALSE
               END-IF

               MOVE 1 TO WS-IDX-RET
               PERFORM 0630-RELATA-RETOMADA THRU 0630-FIM
                       UNTIL WS-IDX-RET > WS-QTD-RETOMADAS

               MOVE SPACES TO WS-LINHA-EXECREL
               IF CADEIA-INTERROMPIDA
                   STRING 'VEREDICTO FINAL DA CORRIDA: FALHOU'
           ADD 1 TO WS-ETAPA-REL.
       0610-FIM.

       0630-RELATA-RETOMADA.
           MOVE SPACES TO WS-LINHA-EXECREL.
           STRING 'RETOMADA: ' WS-RET-PROGRAMA(WS-IDX-RET)
                  ' PONTO ' WS-RET-DATA-PONTO(WS-IDX-RET)
                  ' ' WS-RET-HORA-PONTO(WS-IDX-RET)
                  ' POSICAO ' WS-RET-POSICAO(WS-IDX-RET)
                  ' - ' WS-RET-SITUACAO(WS-IDX-RET)
                  DELIMITED BY SIZE INTO WS-LINHA-EXECREL.
           WRITE RG-EXECREL FROM WS-LINHA-EXECREL.
           ADD 1 TO WS-IDX-RET.
       0630-FIM.

       0615-ETAPA-NAO-EXECUTADA.
           MOVE SPACES TO WS-LINHA-EXECREL.
           STRING '  '  WS-ETAPA-REL
           MOVE 'CADEIA.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CADEIA-TXT.
           MOVE 'CKPTCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CKPTCTL-DAT.
       9600-FIM.

       COPY PERFIL.
