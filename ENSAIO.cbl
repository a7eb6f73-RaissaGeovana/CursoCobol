      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ensaio da cadeia noturna contra uma copia da
      *          producao - antes de uma mudanca no CADEIA.TXT
      *          (CADEIMNT), de um trabalho novo na AGENDA ou de uma
      *          versao nova de programa ir para a corrida real.
      *          Exige aprovacao de supervisor (nivel 2) e o perfil
      *          de producao; recusa com a cadeia real em curso
      *          (semaforo SISTSTAT.TXT). Copia os cadastros, logs e
      *          tabelas de configuracao da producao para o
      *          diretorio de ensaio, troca o PERFIL.TXT por um
      *          perfil AMBIENTE=ENSAIO (o original fica em
      *          PERFIL.ANTES), chama o BATCHNOTURNO - que roda a
      *          cadeia configurada inteira sobre a copia, com as
      *          interfaces de saida bloqueadas - e devolve o perfil
      *          de producao. Ao final imprime ENSAIOREL.AAAAMMDD, no
      *          diretorio de ensaio, comparando etapa a etapa a
      *          situacao, os contadores e o tempo do ensaio com a
      *          ultima corrida real registrada no RUNHIST.TXT (e no
      *          RUNCTL.DAT de producao, so lidos). Um ensaio
      *          interrompido deixa o perfil de ensaio no lugar; a
      *          proxima chamada do ENSAIO devolve o de producao. A
      *          chamada do BATCHNOTURNO vai marcada em ENSAIO.ATIVO
      *          (apagada na devolucao do perfil): sem a marca o
      *          BATCHNOTURNO recusa o perfil de ensaio, e o MENUPROG
      *          so aceita supervisor enquanto o perfil nao volta.
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
              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT SISTSTAT ASSIGN TO WS-ARQ-SISTSTAT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-SIST.

              SELECT RUNHIST ASSIGN TO WS-ARQ-RUNHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-HIST.

      *       O MESMO SELECT LE O RUNCTL.DAT DE PRODUCAO (ULTIMA
      *       CORRIDA REAL) E O DO DIRETORIO DE ENSAIO.
              SELECT RUNCTL ASSIGN TO WS-ENS-ARQ-RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RUN-CHAVE
              FILE STATUS IS WS-ST-RUN.

              SELECT ENSAIOREL ASSIGN TO WS-ENS-NOME-REL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

      *       MARCA DO ENSAIO EM CURSO, AO LADO DO PERFIL.TXT.
              SELECT ENSMARCA ASSIGN TO 'ENSAIO.ATIVO'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ENSM.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERMST.
       COPY FD_OPER.

       FD SISTSTAT.
       COPY FD_SISTSTAT.

       FD RUNHIST.
      *    HISTORICO DE TEMPOS POR ETAPA GRAVADO PELO BATCHNOTURNO.
       01  RG-RUNHIST.
           02  RH-DATA         PIC 9(08).
           02  RH-ETAPA        PIC 9(02).
           02  RH-SEGUNDOS     PIC 9(06).
           02  RH-VEREDICTO    PIC X(01).

       FD RUNCTL.
       01  RG-RUNCTL.
           02  RUN-CHAVE.
               03  RUN-DATA        PIC 9(08).
               03  RUN-ETAPA       PIC 9(02).
           02  RUN-STATUS          PIC X(01).
               88  RUN-INICIADA    VALUE 'S'.
               88  RUN-ENCERRADA   VALUE 'E'.
               88  RUN-FALHOU      VALUE 'F'.
           02  RUN-HORA-INICIO     PIC 9(06).
           02  RUN-HORA-FIM        PIC 9(06).
           02  RUN-LIDOS           PIC 9(05).
           02  RUN-GRAVADOS        PIC 9(05).
           02  RUN-REJEITADOS      PIC 9(05).

       FD ENSAIOREL.
       01  RG-ENSAIOREL        PIC X(132).

       FD ENSMARCA.
       COPY FD_ENSMARCA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SISTSTAT-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RUNHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RUNCTL-PROD   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RUNCTL-ENS    PIC X(60) VALUE SPACES.
       77  WS-ENS-ARQ-RUNCTL    PIC X(60) VALUE SPACES.
       77  WS-ENS-NOME-REL      PIC X(60) VALUE SPACES.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-SIST         PIC 99.
         88 ST-SIST-OK        VALUE 0.
       77 WS-ST-HIST         PIC 99.
         88 ST-HIST-OK        VALUE 0.
       77 WS-ST-RUN          PIC 99.
         88 ST-RUN-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-ST-ENSM         PIC 99.
         88 ST-ENSM-OK        VALUE 0.
       77 WS-FIM-HIST        PIC X     VALUE 'N'.
         88 FIM-HIST-OK               VALUE 'S' FALSE 'N'.
       77 WS-RUNCTL-ABERTO   PIC X     VALUE 'N'.
         88 RUNCTL-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK   PIC X     VALUE 'N'.
         88 SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DETALHES-ARQ    PIC X(20) VALUE SPACES.
       77 WS-CHAMADA-RESULT  PIC S9(9) COMP-5 VALUE ZEROS.
      *    ARQUIVOS DE PRODUCAO COPIADOS PARA O DIRETORIO DE ENSAIO:
      *    CADASTROS, LOGS E HISTORICOS LIDOS PELAS ETAPAS E AS
      *    TABELAS DE CONFIGURACAO. O RUNCTL.DAT NAO E COPIADO - O
      *    ENSAIO COMECA COM O CONTROLE DE EXECUCAO LIMPO, SENAO A
      *    RETOMADA PULARIA AS ETAPAS JA ENCERRADAS HOJE NA PRODUCAO.
       77 WS-ENS-QTD-ARQS    PIC 9(03) VALUE 107.
       77 WS-ENS-IDX         PIC 9(03) VALUE ZEROS.
       01 WS-ENS-ARQUIVOS.
          02 FILLER PIC X(14) VALUE 'DADOS1.DAT    '.
          02 FILLER PIC X(14) VALUE 'DADOS.DAT     '.
          02 FILLER PIC X(14) VALUE 'DADOS.TXT     '.
          02 FILLER PIC X(14) VALUE 'DIARIO.TXT    '.
          02 FILLER PIC X(14) VALUE 'DIARIOH.DAT   '.
          02 FILLER PIC X(14) VALUE 'INTERCPT.DAT  '.
          02 FILLER PIC X(14) VALUE 'CTLSALDO.DAT  '.
          02 FILLER PIC X(14) VALUE 'GERACAO.DAT   '.
          02 FILLER PIC X(14) VALUE 'OPERMST.DAT   '.
          02 FILLER PIC X(14) VALUE 'OPERACES.DAT  '.
          02 FILLER PIC X(14) VALUE 'DEPTOS.DAT    '.
          02 FILLER PIC X(14) VALUE 'ALCADA.DAT    '.
          02 FILLER PIC X(14) VALUE 'CONTATOS.DAT  '.
          02 FILLER PIC X(14) VALUE 'NOTAS.DAT     '.
          02 FILLER PIC X(14) VALUE 'VERSOES.DAT   '.
          02 FILLER PIC X(14) VALUE 'CASOS.DAT     '.
          02 FILLER PIC X(14) VALUE 'PAGCTL.DAT    '.
          02 FILLER PIC X(14) VALUE 'FECHMES.DAT   '.
          02 FILLER PIC X(14) VALUE 'FECHANO.DAT   '.
          02 FILLER PIC X(14) VALUE 'SUSPENSO.DAT  '.
          02 FILLER PIC X(14) VALUE 'PARCEIRO.DAT  '.
          02 FILLER PIC X(14) VALUE 'PARTMON.DAT   '.
          02 FILLER PIC X(14) VALUE 'RETLEGAL.DAT  '.
          02 FILLER PIC X(14) VALUE 'RETENCAO.DAT  '.
          02 FILLER PIC X(14) VALUE 'LIMITES.DAT   '.
          02 FILLER PIC X(14) VALUE 'CAMBIO.DAT    '.
          02 FILLER PIC X(14) VALUE 'VARCAMB.DAT   '.
          02 FILLER PIC X(14) VALUE 'MOEDAREG.DAT  '.
          02 FILLER PIC X(14) VALUE 'GLCONTAS.DAT  '.
          02 FILLER PIC X(14) VALUE 'GLSALDO.DAT   '.
          02 FILLER PIC X(14) VALUE 'CONSENT.DAT   '.
          02 FILLER PIC X(14) VALUE 'PESSOAS.DAT   '.
          02 FILLER PIC X(14) VALUE 'LCTFUT.DAT    '.
          02 FILLER PIC X(14) VALUE 'RECORR.DAT    '.
          02 FILLER PIC X(14) VALUE 'FERIADOS.DAT  '.
          02 FILLER PIC X(14) VALUE 'COBRANCA.DAT  '.
          02 FILLER PIC X(14) VALUE 'AGENDA.DAT    '.
          02 FILLER PIC X(14) VALUE 'TAXMAST.DAT   '.
          02 FILLER PIC X(14) VALUE 'METAS.DAT     '.
          02 FILLER PIC X(14) VALUE 'TARIFA.DAT    '.
          02 FILLER PIC X(14) VALUE 'TARIFREG.DAT  '.
          02 FILLER PIC X(14) VALUE 'RATEIO.DAT    '.
          02 FILLER PIC X(14) VALUE 'RATREG.DAT    '.
          02 FILLER PIC X(14) VALUE 'AMOSCTL.DAT   '.
          02 FILLER PIC X(14) VALUE 'AMOSTRA.DAT   '.
          02 FILLER PIC X(14) VALUE 'RISCO.DAT     '.
          02 FILLER PIC X(14) VALUE 'DOCTIPOS.DAT  '.
          02 FILLER PIC X(14) VALUE 'DOCREC.DAT    '.
          02 FILLER PIC X(14) VALUE 'CEPMST.DAT    '.
          02 FILLER PIC X(14) VALUE 'LEMBRETE.DAT  '.
          02 FILLER PIC X(14) VALUE 'PENDALT.DAT   '.
          02 FILLER PIC X(14) VALUE 'PENDLCT.DAT   '.
          02 FILLER PIC X(14) VALUE 'ALERTAS.DAT   '.
          02 FILLER PIC X(14) VALUE 'ARQCAT.DAT    '.
          02 FILLER PIC X(14) VALUE 'ARQDADOS.DAT  '.
          02 FILLER PIC X(14) VALUE 'CHKDISP.DAT   '.
          02 FILLER PIC X(14) VALUE 'MOVREF.DAT    '.
          02 FILLER PIC X(14) VALUE 'PROXCOD.DAT   '.
          02 FILLER PIC X(14) VALUE 'QRYCAT.DAT    '.
          02 FILLER PIC X(14) VALUE 'REGCTL.DAT    '.
          02 FILLER PIC X(14) VALUE 'RELCAT.DAT    '.
          02 FILLER PIC X(14) VALUE 'SENHAHIS.DAT  '.
          02 FILLER PIC X(14) VALUE 'SESSOES.DAT   '.
          02 FILLER PIC X(14) VALUE 'LOCK.DAT      '.
          02 FILLER PIC X(14) VALUE 'BATCHCPT.DAT  '.
          02 FILLER PIC X(14) VALUE 'CADEIA.TXT    '.
          02 FILLER PIC X(14) VALUE 'RUNHIST.TXT   '.
          02 FILLER PIC X(14) VALUE 'ESTATDIA.TXT  '.
          02 FILLER PIC X(14) VALUE 'ESTATANO.TXT  '.
          02 FILLER PIC X(14) VALUE 'DADOSHIST.TXT '.
          02 FILLER PIC X(14) VALUE 'MOVHIST.TXT   '.
          02 FILLER PIC X(14) VALUE 'ACESSLOG.TXT  '.
          02 FILLER PIC X(14) VALUE 'AUDTRAIL.TXT  '.
          02 FILLER PIC X(14) VALUE 'CONSHIS.TXT   '.
          02 FILLER PIC X(14) VALUE 'REFLOG.TXT    '.
          02 FILLER PIC X(14) VALUE 'RISCOHIS.TXT  '.
          02 FILLER PIC X(14) VALUE 'DQHIST.TXT    '.
          02 FILLER PIC X(14) VALUE 'CODLOG.TXT    '.
          02 FILLER PIC X(14) VALUE 'LGPDPED.TXT   '.
          02 FILLER PIC X(14) VALUE 'ORGDEPTO.TXT  '.
          02 FILLER PIC X(14) VALUE 'MENUCFG.TXT   '.
          02 FILLER PIC X(14) VALUE 'SNAPCFG.TXT   '.
          02 FILLER PIC X(14) VALUE 'SESSCFG.TXT   '.
          02 FILLER PIC X(14) VALUE 'SENHACFG.TXT  '.
          02 FILLER PIC X(14) VALUE 'RETPOLIT.TXT  '.
          02 FILLER PIC X(14) VALUE 'RETDEST.TXT   '.
          02 FILLER PIC X(14) VALUE 'RISCOCFG.TXT  '.
          02 FILLER PIC X(14) VALUE 'ANOMCFG.TXT   '.
          02 FILLER PIC X(14) VALUE 'AGINGCFG.TXT  '.
          02 FILLER PIC X(14) VALUE 'DIGCFG.TXT    '.
          02 FILLER PIC X(14) VALUE 'FORAHCFG.TXT  '.
          02 FILLER PIC X(14) VALUE 'PARTMCFG.TXT  '.
          02 FILLER PIC X(14) VALUE 'COBRPRZ.TXT   '.
          02 FILLER PIC X(14) VALUE 'REGRAS.TXT    '.
          02 FILLER PIC X(14) VALUE 'PAGMOTIV.TXT  '.
          02 FILLER PIC X(14) VALUE 'SAIDACTL.DAT  '.
          02 FILLER PIC X(14) VALUE 'TOLCFG.TXT    '.
          02 FILLER PIC X(14) VALUE 'CKPTCTL.DAT   '.
          02 FILLER PIC X(14) VALUE 'CKPTJRN.DAT   '.
          02 FILLER PIC X(14) VALUE 'CKPTINT.TXT   '.
          02 FILLER PIC X(14) VALUE 'DORMENC.DAT   '.
          02 FILLER PIC X(14) VALUE 'DORMCFG.TXT   '.
          02 FILLER PIC X(14) VALUE 'AVISOS.DAT    '.
          02 FILLER PIC X(14) VALUE 'AVISOLID.DAT  '.
          02 FILLER PIC X(14) VALUE 'JUROS.DAT     '.
          02 FILLER PIC X(14) VALUE 'JUROACR.DAT   '.
          02 FILLER PIC X(14) VALUE 'JURODIA.DAT   '.
       01 WS-ENS-ARQUIVOS-R REDEFINES WS-ENS-ARQUIVOS.
          02 WS-ENS-ARQUIVO OCCURS 107 TIMES PIC X(14).
       77 WS-ENS-ORIGEM      PIC X(60) VALUE SPACES.
       77 WS-ENS-DESTINO     PIC X(60) VALUE SPACES.
       77 WS-ENS-DIRETORIO   PIC X(60) VALUE SPACES.
       77 WS-ENS-COPIADOS    PIC 9(03) VALUE ZEROS.
       77 WS-ENS-AUSENTES    PIC 9(03) VALUE ZEROS.
       77 WS-ENS-ERROS       PIC 9(03) VALUE ZEROS.
      *    TROCA DO PERFIL: O PERFIL.TXT DE PRODUCAO FICA EM
      *    PERFIL.ANTES DURANTE O ENSAIO. SEM PERFIL.TXT ORIGINAL
      *    (CAMINHO PADRAO), A DEVOLUCAO SO APAGA O DE ENSAIO.
       77 WS-ENS-PERFIL-ATUAL PIC X(60) VALUE 'PERFIL.TXT'.
       77 WS-ENS-PERFIL-SALVO PIC X(60) VALUE 'PERFIL.ANTES'.
       77 WS-ENS-MARCA        PIC X(60) VALUE 'ENSAIO.ATIVO'.
       77 WS-ENS-TINHA-PERFIL PIC X    VALUE 'N'.
         88 TINHA-PERFIL              VALUE 'S' FALSE 'N'.
       77 WS-ENS-PERFIL-TROCADO PIC X  VALUE 'N'.
         88 PERFIL-TROCADO            VALUE 'S' FALSE 'N'.
       77 WS-ENS-CADEIA-RODOU PIC X    VALUE 'N'.
         88 CADEIA-RODOU              VALUE 'S' FALSE 'N'.
       01 WS-ENS-DATA        PIC 9(08) VALUE ZEROS.
       01 WS-ENS-HORA        PIC 9(08) VALUE ZEROS.
      *    ULTIMA CORRIDA REAL, DO RUNHIST.TXT (TEMPO E VEREDICTO) E
      *    DO RUNCTL.DAT DE PRODUCAO (CONTADORES), POR ETAPA.
       01 WS-ENS-DATA-REAL   PIC 9(08) VALUE ZEROS.
       01 WS-TABELA-REAL.
          02 WS-REAL-ITEM OCCURS 30 TIMES.
             03 WS-REAL-PRESENTE  PIC X(01).
             03 WS-REAL-SITUACAO  PIC X(01).
             03 WS-REAL-SEGUNDOS  PIC 9(06).
             03 WS-REAL-CONT-OK   PIC X(01).
             03 WS-REAL-LIDOS     PIC 9(05).
             03 WS-REAL-GRAVADOS  PIC 9(05).
             03 WS-REAL-REJEIT    PIC 9(05).
       77 WS-ENS-ETAPA       PIC 9(02) VALUE ZEROS.
      *    ETAPA DO ENSAIO, LIDA DO RUNCTL.DAT DO DIRETORIO DE ENSAIO.
       77 WS-ENS-PRESENTE    PIC X(01) VALUE 'N'.
         88 ENSAIO-PRESENTE           VALUE 'S' FALSE 'N'.
       77 WS-ENS-SITUACAO    PIC X(01) VALUE SPACES.
       77 WS-ENS-SEGUNDOS    PIC 9(06) VALUE ZEROS.
       77 WS-ENS-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-ENS-GRAVADOS    PIC 9(05) VALUE ZEROS.
       77 WS-ENS-REJEIT      PIC 9(05) VALUE ZEROS.
       77 WS-SEG-INICIO      PIC 9(06) COMP VALUE ZEROS.
       77 WS-SEG-FIM         PIC 9(06) COMP VALUE ZEROS.
       01 WS-HORA-ABERTA.
          02 WS-HORA-ABERTA-HH PIC 9(02).
          02 WS-HORA-ABERTA-MN PIC 9(02).
          02 WS-HORA-ABERTA-SS PIC 9(02).
       77 WS-SIT-CODIGO      PIC X(01) VALUE SPACES.
       77 WS-SIT-TEXTO       PIC X(10) VALUE SPACES.
       77 WS-SIT-ENS-ED      PIC X(10) VALUE SPACES.
       77 WS-SIT-REAL-ED     PIC X(10) VALUE SPACES.
       77 WS-DIFERENCAS      PIC X(30) VALUE SPACES.
       77 WS-DIF-SEGUNDOS    PIC S9(06) VALUE ZEROS.
       77 WS-DIF-SEG-ED      PIC -ZZZZZ9.
       77 WS-SEG-ENS-ED      PIC ZZZZZ9.
       77 WS-SEG-REAL-ED     PIC ZZZZZ9.
       77 WS-CONT-REAL-ED    PIC X(17) VALUE SPACES.
       77 WS-TOT-ETAPAS      PIC 9(02) VALUE ZEROS.
       77 WS-TOT-DIF-SIT     PIC 9(02) VALUE ZEROS.
       77 WS-TOT-DIF-CONT    PIC 9(02) VALUE ZEROS.
       77 WS-TOT-SEG-ENS     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SEG-REAL    PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SEG-ED      PIC Z(06)9.
       77 WS-LINHA-REL       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

           IF AMBIENTE-ENSAIO
      *        ENSAIO ANTERIOR INTERROMPIDO COM O PERFIL DE ENSAIO NO
      *        LUGAR - DEVOLVE O DE PRODUCAO E PARA.
               DISPLAY 'PERFIL DE ENSAIO AINDA ATIVO - ENSAIO'
                       ' ANTERIOR INTERROMPIDO.'
               PERFORM P0050-RECUPERA-PERFIL THRU P0050-FIM
               DISPLAY 'CHAME O ENSAIO NOVAMENTE PARA UM NOVO ENSAIO.'
               STOP RUN
           END-IF.

           IF NOT AMBIENTE-PRODUCAO
               DISPLAY 'O ENSAIO SO PARTE DO PERFIL DE PRODUCAO -'
                       ' TROQUE O AMBIENTE NO MENUPROG.'
               STOP RUN
           END-IF.

           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT SUPERVISOR-OK
               DISPLAY 'ENSAIO CANCELADO.'
               STOP RUN
           END-IF.

           PERFORM P0200-COPIA-DADOS THRU P0200-FIM.
           IF WS-ENS-ERROS > ZEROS
               DISPLAY 'COPIA DA PRODUCAO INCOMPLETA (' WS-ENS-ERROS
                       ' ERRO(S)) - ENSAIO CANCELADO.'
               STOP RUN
           END-IF.

           PERFORM P0300-TROCA-PERFIL THRU P0300-FIM.
           IF NOT PERFIL-TROCADO
               DISPLAY 'ENSAIO CANCELADO.'
               STOP RUN
           END-IF.

           PERFORM P0400-EXECUTA-CADEIA  THRU P0400-FIM.
           PERFORM P0500-DEVOLVE-PERFIL  THRU P0500-FIM.

           IF CADEIA-RODOU
               PERFORM P0600-CARREGA-REAL THRU P0600-FIM
               PERFORM P0700-RELATORIO    THRU P0700-FIM
           END-IF.

           DISPLAY '***************************************************'
           DISPLAY '   ENSAIO DA CADEIA NOTURNA - FIM                  '
           DISPLAY '***************************************************'
           STOP RUN.

       P0050-RECUPERA-PERFIL.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ENS-PERFIL-SALVO
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           IF WS-CHAMADA-RESULT EQUAL ZEROS
               SET TINHA-PERFIL TO TRUE
           ELSE
               SET TINHA-PERFIL TO FALSE
           END-IF.

           SET PERFIL-TROCADO TO TRUE.
           PERFORM P0500-DEVOLVE-PERFIL THRU P0500-FIM.
       P0050-FIM.

       P0100-INICIO.
           DISPLAY '***************************************************'
           DISPLAY '   ENSAIO DA CADEIA NOTURNA                        '
           DISPLAY '***************************************************'
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           PERFORM P0110-AUTORIZA-SUPERVISOR THRU P0110-FIM.
           IF NOT SUPERVISOR-OK
               GO TO P0100-FIM
           END-IF.

      *    COM A CADEIA REAL DONA DOS ARQUIVOS A COPIA SAIRIA PELA
      *    METADE - O ENSAIO ESPERA O ENCERRAMENTO.
           SET ST-SIST-OK TO TRUE.
           OPEN INPUT SISTSTAT.
           IF ST-SIST-OK
               READ SISTSTAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIST-BATCH
                           DISPLAY 'CADEIA NOTURNA EM CURSO (SEMAFORO'
                                   ' SISTSTAT.TXT) - AGUARDE O'
                                   ' ENCERRAMENTO.'
                           SET SUPERVISOR-OK TO FALSE
                       END-IF
               END-READ
               CLOSE SISTSTAT
           END-IF.
           IF NOT SUPERVISOR-OK
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'OS DADOS DE PRODUCAO SERAO COPIADOS PARA O'
                   ' DIRETORIO DE ENSAIO E A CADEIA CONFIGURADA'
                   ' RODARA SOBRE A COPIA.'
           DISPLAY 'DURANTE O ENSAIO O PERFIL.TXT APONTA PARA O'
                   ' ENSAIO - SESSOES ABERTAS NESTE INTERVALO LEEM'
                   ' A COPIA.'
           DISPLAY 'CONFIRMA O ENSAIO (S/N)? '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               SET SUPERVISOR-OK TO FALSE
           END-IF.
       P0100-FIM.

       P0110-AUTORIZA-SUPERVISOR.
           SET SUPERVISOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

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
       P0110-FIM.

       P0200-COPIA-DADOS.
      *    O DIRETORIO DE ENSAIO E CRIADO NA PRIMEIRA VEZ; NAS
      *    SEGUINTES A CHAMADA SO DEVOLVE ERRO DE JA EXISTENTE.
           DISPLAY '----- COPIA DA PRODUCAO PARA O ENSAIO -----'.
           MOVE SPACES TO WS-PERFIL-LOGICO.
           PERFORM 9720-RESOLVE-ENSAIO THRU 9720-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ENS-DIRETORIO.
           CALL 'CBL_CREATE_DIR' USING WS-ENS-DIRETORIO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           MOVE ZEROS TO WS-ENS-COPIADOS WS-ENS-AUSENTES
                         WS-ENS-ERROS.
           MOVE 1 TO WS-ENS-IDX.
           PERFORM P0210-COPIA-ARQUIVO THRU P0210-FIM
                   UNTIL WS-ENS-IDX > WS-ENS-QTD-ARQS.

      *    CONTROLE DE EXECUCAO LIMPO PARA O ENSAIO.
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-RUNCTL-ENS
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           DISPLAY 'ARQUIVOS COPIADOS : ' WS-ENS-COPIADOS.
           DISPLAY 'AUSENTES NA PROD. : ' WS-ENS-AUSENTES.
           DISPLAY 'ERROS NA COPIA    : ' WS-ENS-ERROS.
           DISPLAY '-------------------------------------------'.
       P0200-FIM.

       P0210-COPIA-ARQUIVO.
           MOVE WS-ENS-ARQUIVO(WS-ENS-IDX) TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ENS-ORIGEM.
           PERFORM 9720-RESOLVE-ENSAIO THRU 9720-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ENS-DESTINO.

      *    A COPIA DE UM ENSAIO ANTERIOR NUNCA SOBREVIVE: ARQUIVO
      *    AUSENTE NA PRODUCAO FICA AUSENTE NO ENSAIO.
           CALL 'CBL_DELETE_FILE' USING WS-ENS-DESTINO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ENS-ORIGEM
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
               DISPLAY 'AUSENTE ' WS-ENS-ARQUIVO(WS-ENS-IDX)
               ADD 1 TO WS-ENS-AUSENTES
               GO TO P0210-PROXIMO
           END-IF.

           CALL 'CBL_COPY_FILE' USING
               WS-ENS-ORIGEM WS-ENS-DESTINO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO    ' WS-ENS-ARQUIVO(WS-ENS-IDX)
                       ' - COPIA NAO GRAVADA.'
               ADD 1 TO WS-ENS-ERROS
           ELSE
               ADD 1 TO WS-ENS-COPIADOS
           END-IF.

       P0210-PROXIMO.
           ADD 1 TO WS-ENS-IDX.
       P0210-FIM.

       P0300-TROCA-PERFIL.
           SET PERFIL-TROCADO TO FALSE.

           CALL 'CBL_DELETE_FILE' USING WS-ENS-PERFIL-SALVO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ENS-PERFIL-ATUAL
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           IF WS-CHAMADA-RESULT EQUAL ZEROS
               SET TINHA-PERFIL TO TRUE
               CALL 'CBL_COPY_FILE' USING
                   WS-ENS-PERFIL-ATUAL WS-ENS-PERFIL-SALVO
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
               IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GUARDAR O PERFIL.TXT DE PRODUCAO'
                           ' EM PERFIL.ANTES.'
                   GO TO P0300-FIM
               END-IF
           ELSE
               SET TINHA-PERFIL TO FALSE
           END-IF.

      *    O PERFIL DE ENSAIO TEM SO A LINHA DE AMBIENTE: NO ENSAIO
      *    TODO NOME LOGICO VAI PARA O DIRETORIO DE ENSAIO.
           SET ST-PERFIL-OK TO TRUE.
           OPEN OUTPUT PERFIL.
           IF NOT ST-PERFIL-OK
               DISPLAY 'ERRO AO GRAVAR O PERFIL DE ENSAIO.'
               DISPLAY 'FILE STATUS: ' WS-ST-PERFIL
               GO TO P0300-FIM
           END-IF.

           MOVE SPACES TO RG-PERFIL.
           MOVE 'AMBIENTE=ENSAIO' TO RG-PERFIL.
           WRITE RG-PERFIL.
           CLOSE PERFIL.
           SET PERFIL-TROCADO TO TRUE.
       P0300-FIM.

       P0400-EXECUTA-CADEIA.
           ACCEPT WS-ENS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ENS-HORA FROM TIME.
           SET CADEIA-RODOU TO FALSE.

      *    O BATCHNOTURNO SO RODA COM O PERFIL DE ENSAIO QUANDO
      *    ENCONTRA A MARCA GRAVADA AQUI.
           SET ST-ENSM-OK TO TRUE.
           OPEN OUTPUT ENSMARCA.
           IF NOT ST-ENSM-OK
               DISPLAY 'ERRO AO GRAVAR A MARCA DE ENSAIO EM CURSO -'
                       ' CADEIA NAO CHAMADA.'
               DISPLAY 'FILE STATUS: ' WS-ST-ENSM
               GO TO P0400-FIM
           END-IF.
           MOVE SPACES      TO RG-ENSMARCA.
           SET ENSM-CHAMADO TO TRUE.
           MOVE WS-ENS-DATA TO ENSM-DATA.
           MOVE WS-ENS-HORA(1:6) TO ENSM-HORA.
           MOVE WS-OPERADOR TO ENSM-SUPERVISOR.
           WRITE RG-ENSMARCA.
           CLOSE ENSMARCA.

           SET CADEIA-RODOU TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/BATCHNOTURNO'
               ON EXCEPTION
                   DISPLAY 'PROGRAMA BATCHNOTURNO NAO ENCONTRADO.'
                   SET CADEIA-RODOU TO FALSE
           END-CALL.
       P0400-FIM.

       P0500-DEVOLVE-PERFIL.
      *    A MARCA DE ENSAIO EM CURSO SAI JUNTO COM O PERFIL DE
      *    ENSAIO.
           CALL 'CBL_DELETE_FILE' USING WS-ENS-MARCA
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           IF NOT PERFIL-TROCADO
               GO TO P0500-FIM
           END-IF.

           IF TINHA-PERFIL
               CALL 'CBL_COPY_FILE' USING
                   WS-ENS-PERFIL-SALVO WS-ENS-PERFIL-ATUAL
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
               IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
                   DISPLAY 'ALERTA: PERFIL DE PRODUCAO NAO DEVOLVIDO -'
                           ' COPIE PERFIL.ANTES SOBRE PERFIL.TXT.'
                   GO TO P0500-FIM
               END-IF
               CALL 'CBL_DELETE_FILE' USING WS-ENS-PERFIL-SALVO
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-ENS-PERFIL-ATUAL
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
           END-IF.

           SET PERFIL-TROCADO TO FALSE.
           DISPLAY 'PERFIL DE PRODUCAO DEVOLVIDO.'.
       P0500-FIM.

       P0600-CARREGA-REAL.
      *    A ULTIMA CORRIDA REAL E A DATA MAIS RECENTE DO RUNHIST.TXT;
      *    NUMA RETOMADA A MESMA DATA APARECE EM MAIS DE UMA CORRIDA E
      *    A LINHA MAIS NOVA DE CADA ETAPA PREVALECE. PRODUCAO SO E
      *    LIDA.
           MOVE ZEROS TO WS-ENS-DATA-REAL.
           MOVE SPACES TO WS-TABELA-REAL.

           SET ST-HIST-OK TO TRUE.
           OPEN INPUT RUNHIST.
           IF NOT ST-HIST-OK
               DISPLAY 'HISTORICO RUNHIST.TXT INDISPONIVEL - O ENSAIO'
                       ' SAI SEM COMPARACAO COM A CORRIDA REAL.'
               GO TO P0600-FIM
           END-IF.

           SET FIM-HIST-OK TO FALSE.
           PERFORM P0610-LE-HISTORICO THRU P0610-FIM
                   UNTIL FIM-HIST-OK.
           CLOSE RUNHIST.

           IF WS-ENS-DATA-REAL EQUAL ZEROS
               GO TO P0600-FIM
           END-IF.

           MOVE WS-ARQ-RUNCTL-PROD TO WS-ENS-ARQ-RUNCTL.
           SET ST-RUN-OK TO TRUE.
           OPEN INPUT RUNCTL.
           IF NOT ST-RUN-OK
               DISPLAY 'RUNCTL.DAT DE PRODUCAO INDISPONIVEL - OS'
                       ' CONTADORES DA CORRIDA REAL NAO SERAO'
                       ' COMPARADOS.'
               GO TO P0600-FIM
           END-IF.

           MOVE 1 TO WS-ENS-ETAPA.
           PERFORM P0620-CONTADORES-REAL THRU P0620-FIM
                   UNTIL WS-ENS-ETAPA > 30.
           CLOSE RUNCTL.
       P0600-FIM.

       P0610-LE-HISTORICO.
           READ RUNHIST
               AT END
                   SET FIM-HIST-OK TO TRUE
                   GO TO P0610-FIM
           END-READ.

           IF RH-ETAPA < 1 OR RH-ETAPA > 30
               GO TO P0610-FIM
           END-IF.

           IF RH-DATA > WS-ENS-DATA-REAL
               MOVE RH-DATA TO WS-ENS-DATA-REAL
               MOVE SPACES TO WS-TABELA-REAL
           END-IF.

           IF RH-DATA EQUAL WS-ENS-DATA-REAL
               MOVE 'S'          TO WS-REAL-PRESENTE(RH-ETAPA)
               MOVE RH-VEREDICTO TO WS-REAL-SITUACAO(RH-ETAPA)
               MOVE RH-SEGUNDOS  TO WS-REAL-SEGUNDOS(RH-ETAPA)
           END-IF.
       P0610-FIM.

       P0620-CONTADORES-REAL.
           IF WS-REAL-PRESENTE(WS-ENS-ETAPA) EQUAL 'S'
               MOVE WS-ENS-DATA-REAL TO RUN-DATA
               MOVE WS-ENS-ETAPA     TO RUN-ETAPA
               READ RUNCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-REAL-CONT-OK(WS-ENS-ETAPA)
                       MOVE RUN-LIDOS
                         TO WS-REAL-LIDOS(WS-ENS-ETAPA)
                       MOVE RUN-GRAVADOS
                         TO WS-REAL-GRAVADOS(WS-ENS-ETAPA)
                       MOVE RUN-REJEITADOS
                         TO WS-REAL-REJEIT(WS-ENS-ETAPA)
               END-READ
           END-IF.
           ADD 1 TO WS-ENS-ETAPA.
       P0620-FIM.

       P0700-RELATORIO.
           MOVE SPACES TO WS-ENS-NOME-REL.
           MOVE 'ENSAIOREL.' TO WS-PERFIL-LOGICO.
           PERFORM 9720-RESOLVE-ENSAIO THRU 9720-FIM.
           STRING WS-PERFIL-FISICO DELIMITED BY SPACE
                  WS-ENS-DATA
                  DELIMITED BY SIZE INTO WS-ENS-NOME-REL.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT ENSAIOREL.
           IF NOT ST-REL-OK
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DO ENSAIO.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
               GO TO P0700-FIM
           END-IF.

           MOVE WS-ARQ-RUNCTL-ENS TO WS-ENS-ARQ-RUNCTL.
           SET RUNCTL-ABERTO TO FALSE.
           SET ST-RUN-OK TO TRUE.
           OPEN INPUT RUNCTL.
           IF ST-RUN-OK
               SET RUNCTL-ABERTO TO TRUE
           ELSE
               DISPLAY 'RUNCTL.DAT DO ENSAIO INDISPONIVEL - NENHUMA'
                       ' ETAPA DO ENSAIO REGISTRADA.'
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           STRING '***** ENSAIO DA CADEIA NOTURNA - COMPARACAO COM A'
                  ' ULTIMA CORRIDA REAL *****'
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'ENSAIO EM ' WS-ENS-DATA ' AS ' WS-ENS-HORA(1:2)
                  ':' WS-ENS-HORA(3:2) ' PELO SUPERVISOR '
                  WS-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-ENS-DATA-REAL EQUAL ZEROS
               STRING 'ULTIMA CORRIDA REAL: NENHUMA NO RUNHIST.TXT'
                      DELIMITED BY SIZE INTO WS-LINHA-REL
           ELSE
               STRING 'ULTIMA CORRIDA REAL: ' WS-ENS-DATA-REAL
                      DELIMITED BY SIZE INTO WS-LINHA-REL
           END-IF.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'ETAPA ---------------- ENSAIO ----------------'
                  '  ------------- CORRIDA REAL -------------'
                  '  DIF.TEMPO  DIFERENCAS'
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING '      SITUACAO   TEMPO(S) LIDOS GRAV. REJ. '
                  '  SITUACAO   TEMPO(S) LIDOS GRAV. REJ. '
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.

           MOVE ZEROS TO WS-TOT-ETAPAS WS-TOT-DIF-SIT WS-TOT-DIF-CONT
                         WS-TOT-SEG-ENS WS-TOT-SEG-REAL.
           MOVE 1 TO WS-ENS-ETAPA.
           PERFORM P0710-COMPARA-ETAPA THRU P0710-FIM
                   UNTIL WS-ENS-ETAPA > 30.

           IF RUNCTL-ABERTO
               CLOSE RUNCTL
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'ETAPAS COMPARADAS: ' WS-TOT-ETAPAS
                  '   SITUACAO DIFERENTE: ' WS-TOT-DIF-SIT
                  '   CONTADORES DIFERENTES: ' WS-TOT-DIF-CONT
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE WS-TOT-SEG-ENS TO WS-TOT-SEG-ED.
           STRING 'TEMPO TOTAL DO ENSAIO (S): ' WS-TOT-SEG-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE WS-TOT-SEG-REAL TO WS-TOT-SEG-ED.
           STRING 'TEMPO TOTAL DA CORRIDA REAL (S): ' WS-TOT-SEG-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.
           CLOSE ENSAIOREL.

           DISPLAY 'ETAPAS COMPARADAS      : ' WS-TOT-ETAPAS.
           DISPLAY 'SITUACAO DIFERENTE     : ' WS-TOT-DIF-SIT.
           DISPLAY 'CONTADORES DIFERENTES  : ' WS-TOT-DIF-CONT.
           DISPLAY 'RELATORIO DO ENSAIO GRAVADO EM '
                   WS-ENS-NOME-REL.
       P0700-FIM.

       P0710-COMPARA-ETAPA.
           SET ENSAIO-PRESENTE TO FALSE.
           MOVE SPACES TO WS-ENS-SITUACAO.
           MOVE ZEROS TO WS-ENS-SEGUNDOS WS-ENS-LIDOS
                         WS-ENS-GRAVADOS WS-ENS-REJEIT.

           IF RUNCTL-ABERTO
               MOVE WS-ENS-DATA  TO RUN-DATA
               MOVE WS-ENS-ETAPA TO RUN-ETAPA
               READ RUNCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENSAIO-PRESENTE TO TRUE
                       MOVE RUN-STATUS     TO WS-ENS-SITUACAO
                       MOVE RUN-LIDOS      TO WS-ENS-LIDOS
                       MOVE RUN-GRAVADOS   TO WS-ENS-GRAVADOS
                       MOVE RUN-REJEITADOS TO WS-ENS-REJEIT
                       PERFORM P0720-CALCULA-TEMPO THRU P0720-FIM
               END-READ
           END-IF.

           IF NOT ENSAIO-PRESENTE
              AND WS-REAL-PRESENTE(WS-ENS-ETAPA) NOT EQUAL 'S'
               GO TO P0710-PROXIMA
           END-IF.

           ADD 1 TO WS-TOT-ETAPAS.
           ADD WS-ENS-SEGUNDOS TO WS-TOT-SEG-ENS.
           ADD WS-REAL-SEGUNDOS(WS-ENS-ETAPA) TO WS-TOT-SEG-REAL.

           MOVE WS-ENS-SITUACAO TO WS-SIT-CODIGO.
           PERFORM P0730-TEXTO-SITUACAO THRU P0730-FIM.
           MOVE WS-SIT-TEXTO TO WS-SIT-ENS-ED.
           MOVE WS-REAL-SITUACAO(WS-ENS-ETAPA) TO WS-SIT-CODIGO.
           PERFORM P0730-TEXTO-SITUACAO THRU P0730-FIM.
           MOVE WS-SIT-TEXTO TO WS-SIT-REAL-ED.

           MOVE SPACES TO WS-DIFERENCAS.
           IF WS-ENS-SITUACAO NOT EQUAL
              WS-REAL-SITUACAO(WS-ENS-ETAPA)
               ADD 1 TO WS-TOT-DIF-SIT
               MOVE 'SITUACAO' TO WS-DIFERENCAS
           ELSE
               IF WS-REAL-CONT-OK(WS-ENS-ETAPA) EQUAL 'S'
                  AND (WS-ENS-LIDOS NOT EQUAL
                          WS-REAL-LIDOS(WS-ENS-ETAPA)
                    OR WS-ENS-GRAVADOS NOT EQUAL
                          WS-REAL-GRAVADOS(WS-ENS-ETAPA)
                    OR WS-ENS-REJEIT NOT EQUAL
                          WS-REAL-REJEIT(WS-ENS-ETAPA))
                   ADD 1 TO WS-TOT-DIF-CONT
                   MOVE 'CONTADORES' TO WS-DIFERENCAS
               END-IF
           END-IF.

           COMPUTE WS-DIF-SEGUNDOS = WS-ENS-SEGUNDOS
                                   - WS-REAL-SEGUNDOS(WS-ENS-ETAPA).
           MOVE WS-DIF-SEGUNDOS TO WS-DIF-SEG-ED.
           MOVE WS-ENS-SEGUNDOS TO WS-SEG-ENS-ED.
           MOVE WS-REAL-SEGUNDOS(WS-ENS-ETAPA) TO WS-SEG-REAL-ED.

      *    CONTADORES DA CORRIDA REAL SO QUANDO O RUNCTL DE PRODUCAO
      *    AINDA GUARDA A DATA.
           MOVE SPACES TO WS-CONT-REAL-ED.
           IF WS-REAL-CONT-OK(WS-ENS-ETAPA) EQUAL 'S'
               STRING WS-REAL-LIDOS(WS-ENS-ETAPA) ' '
                      WS-REAL-GRAVADOS(WS-ENS-ETAPA) ' '
                      WS-REAL-REJEIT(WS-ENS-ETAPA)
                      DELIMITED BY SIZE INTO WS-CONT-REAL-ED
           ELSE
               MOVE '    -     -     -' TO WS-CONT-REAL-ED
           END-IF.

           MOVE SPACES TO WS-LINHA-REL.
           STRING '  '    WS-ENS-ETAPA
                  '  '    WS-SIT-ENS-ED
                  ' '     WS-SEG-ENS-ED
                  '   '   WS-ENS-LIDOS
                  ' '     WS-ENS-GRAVADOS
                  ' '     WS-ENS-REJEIT
                  '   '   WS-SIT-REAL-ED
                  ' '     WS-SEG-REAL-ED
                  '   '   WS-CONT-REAL-ED
                  '   '   WS-DIF-SEG-ED
                  '    '  WS-DIFERENCAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-ENSAIOREL FROM WS-LINHA-REL.

       P0710-PROXIMA.
           ADD 1 TO WS-ENS-ETAPA.
       P0710-FIM.

       P0720-CALCULA-TEMPO.
           MOVE ZEROS TO WS-ENS-SEGUNDOS.
           IF RUN-HORA-FIM EQUAL ZEROS
               GO TO P0720-FIM
           END-IF.

           MOVE RUN-HORA-INICIO TO WS-HORA-ABERTA.
           COMPUTE WS-SEG-INICIO = WS-HORA-ABERTA-HH * 3600
                                 + WS-HORA-ABERTA-MN * 60
                                 + WS-HORA-ABERTA-SS.
           MOVE RUN-HORA-FIM    TO WS-HORA-ABERTA.
           COMPUTE WS-SEG-FIM    = WS-HORA-ABERTA-HH * 3600
                                 + WS-HORA-ABERTA-MN * 60
                                 + WS-HORA-ABERTA-SS.

           IF WS-SEG-FIM < WS-SEG-INICIO
      *        ETAPA QUE VIROU A MEIA-NOITE.
               COMPUTE WS-ENS-SEGUNDOS =
                       WS-SEG-FIM + 86400 - WS-SEG-INICIO
           ELSE
               COMPUTE WS-ENS-SEGUNDOS =
                       WS-SEG-FIM - WS-SEG-INICIO
           END-IF.
       P0720-FIM.

       P0730-TEXTO-SITUACAO.
           EVALUATE WS-SIT-CODIGO
               WHEN 'E'
                   MOVE 'OK        ' TO WS-SIT-TEXTO
               WHEN 'F'
                   MOVE 'FALHOU    ' TO WS-SIT-TEXTO
               WHEN 'S'
                   MOVE 'NAO ENCERR' TO WS-SIT-TEXTO
               WHEN OTHER
                   MOVE 'NAO RODOU ' TO WS-SIT-TEXTO
           END-EVALUATE.
       P0730-FIM.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA - AQUI SEMPRE O DE PRODUCAO.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'SISTSTAT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SISTSTAT-TXT.
           MOVE 'RUNHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RUNHIST-TXT.
           MOVE 'RUNCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RUNCTL-PROD.
           PERFORM 9720-RESOLVE-ENSAIO THRU 9720-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RUNCTL-ENS.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
