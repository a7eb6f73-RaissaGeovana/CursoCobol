      ******************************************************************
      * Author:
      * Date:
      * Purpose: Destruicao definitiva dos arquivos mortos alem da
      *          guarda legal - dirigida pela tabela de guarda
      *          RETDEST.TXT (tipo de arquivo morto, anos de guarda):
      *          o tipo ARQDADOS.DAT remove do arquivo morto do
      *          expurgo (PURGA1) os registros com data de cadastro
      *          anterior ao corte; os tipos de log (ACESSLOG.TXT,
      *          MOVHIST.TXT, DADOSHIST.TXT) apagam os arquivos mortos
      *          catalogados em ARQCAT.DAT cujo lancamento mais novo
      *          e anterior ao corte, e os tiram do catalogo. Codigo
      *          sob retencao legal (RETLEGAL.DAT) nao e destruido: o
      *          registro fica no arquivo morto e o arquivo de log que
      *          o contenha fica inteiro; a recusa vai ao diario.
      *          Exige aprovacao de supervisor (nivel 2) e imprime o
      *          certificado de destruicao DESTARQ.AAAAMMDD com as
      *          contagens, as faixas de codigos e de datas destruidas
      *          por tipo, cada arquivo de log apagado e o supervisor
      *          que aprovou. A guarda em meses da RETPOLIT.TXT
      *          continua valendo na faxina noturna (HOUSEKEEP).
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
              SELECT RETDEST ASSIGN TO WS-ARQ-RETDEST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-TAB.

              SELECT ARQDADOS ASSIGN TO WS-ARQ-ARQDADOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ARQ-COD-DADOS
              FILE STATUS IS WS-ST-ARQ.

              SELECT ARQCAT ASSIGN TO WS-ARQ-ARQCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ACAT-CHAVE
              FILE STATUS IS WS-ST-CAT.

              SELECT ACESSMORTO ASSIGN TO WS-ARQ-LOG-MORTO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MORTO.

              SELECT MOVMORTO ASSIGN TO WS-ARQ-LOG-MORTO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MORTO.

              SELECT DHISTMORTO ASSIGN TO WS-ARQ-LOG-MORTO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MORTO.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT RETLEGAL ASSIGN TO WS-ARQ-RETLEGAL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-RETL.

              SELECT CERTIF ASSIGN TO WS-NOME-CERTIF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CERT.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD RETDEST.
      *    TABELA DE GUARDA: TIPO DE ARQUIVO MORTO E ANOS DE GUARDA
      *    CONTADOS DA DATA DO REGISTRO (OU DO LANCAMENTO MAIS NOVO
      *    DO ARQUIVO DE LOG).
       01  RG-RETDEST.
           02  RDST-ARQUIVO        PIC X(12).
           02  RDST-ANOS           PIC 9(02).

       FD ARQDADOS.
      *    MESMO LAYOUT DO ARQUIVO MORTO DO EXPURGO (PURGA1/ARQINQ).
       01  RG-ARQDADOS.
           02  ARQ-COD-DADOS      PIC 9(07).
           02  ARQ-NOM-DADOS      PIC X(20).
           02  ARQ-DEPTO-DADOS    PIC X(04).
           02  ARQ-STATUS-DADOS   PIC X(01).
           02  ARQ-VALOR-DADOS    PIC S9(07)V99 COMP-3.
           02  ARQ-DATA-DADOS     PIC 9(08).

       FD ARQCAT.
       COPY FD_ARQCAT.

       FD ACESSMORTO.
       COPY FD_ACESSO.

       FD MOVMORTO.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DHISTMORTO.
       COPY FD_DADOSHIST.

       FD DIARIO.
       COPY FD_DIARIO.

       FD OPERMST.
       COPY FD_OPER.

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD CERTIF.
       01  RG-CERTIF           PIC X(90).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY RETLEGAL_WS.
       77  WS-ARQ-RETDEST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQDADOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LOG-MORTO     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RETLEGAL-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-CERT     PIC X(60) VALUE SPACES.
       77  WS-NOME-CERTIF       PIC X(60) VALUE SPACES.
       77 WS-ST-TAB          PIC 99.
         88 ST-TAB-OK         VALUE 0.
       77 WS-ST-ARQ          PIC 99.
         88 ST-ARQ-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-ST-MORTO        PIC 99.
         88 ST-MORTO-OK       VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CERT         PIC 99.
         88 ST-CERT-OK        VALUE 0.
       COPY FD_STATUS REPLACING WS-ST BY WS-ST-ARQ.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X     VALUE 'N'.
         88 FIM-LEITURA-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-CAT         PIC X     VALUE 'N'.
         88 FIM-CAT-OK                VALUE 'S' FALSE 'N'.
       77 WS-DIARIO-ABERTO   PIC X     VALUE 'N'.
         88 DIARIO-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-MORTO-RETIDO    PIC X     VALUE 'N'.
         88 MORTO-RETIDO              VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK   PIC X     VALUE 'N'.
         88 SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MMDD    PIC 9(04).
       01 WS-CORTE           PIC 9(08) VALUE ZEROS.
       01 WS-CORTE-R REDEFINES WS-CORTE.
          02 WS-CORTE-ANO    PIC 9(04).
          02 WS-CORTE-MMDD   PIC 9(04).
       77 WS-COD-REG         PIC 9(07) VALUE ZEROS.
       77 WS-RETL-CONSULTADO PIC X     VALUE 'N'.
         88 RETL-CONSULTADO            VALUE 'S' FALSE 'N'.
       77 WS-CHAMADA-RESULT  PIC S9(9) COMP-5 VALUE ZEROS.
       77 WS-LOG-COD-MIN     PIC 9(07) VALUE ZEROS.
       77 WS-LOG-COD-MAX     PIC 9(07) VALUE ZEROS.
       77 WS-CONT-RETIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-NAO-MAPEADO PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-CERT      PIC X(90) VALUE SPACES.
      *    TABELA DE GUARDA CARREGADA E O APURADO DE CADA TIPO.
       77 WS-QTD-TIPOS       PIC 9(02) VALUE ZEROS.
       77 WS-IDX             PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-GUARDA.
          02 WS-TIPO OCCURS 20 TIMES.
             03 WS-TIPO-ARQUIVO  PIC X(12).
             03 WS-TIPO-ANOS     PIC 9(02).
             03 WS-TIPO-CORTE    PIC 9(08).
             03 WS-TIPO-QTD-ARQV PIC 9(05).
             03 WS-TIPO-QTD-REG  PIC 9(07).
             03 WS-TIPO-RETIDOS  PIC 9(05).
             03 WS-TIPO-COD-MIN  PIC 9(07).
             03 WS-TIPO-COD-MAX  PIC 9(07).
             03 WS-TIPO-DATA-MIN PIC 9(08).
             03 WS-TIPO-DATA-MAX PIC 9(08).
      *    ARQUIVOS DE LOG APAGADOS, PARA A LISTA DO CERTIFICADO.
       77 WS-QTD-APAGADOS    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-APG         PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-APAGADOS.
          02 WS-APAGADO OCCURS 200 TIMES.
             03 WS-APG-ARQUIVO   PIC X(12).
             03 WS-APG-NOME      PIC X(60).
             03 WS-APG-QTD       PIC 9(07).
             03 WS-APG-DATA-MIN  PIC 9(08).
             03 WS-APG-DATA-MAX  PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               MOVE 1 TO WS-IDX
               PERFORM P0200-DESTROI-TIPO THRU P0200-FIM
                       UNTIL WS-IDX > WS-QTD-TIPOS
               PERFORM P0400-CERTIFICADO THRU P0400-FIM
               PERFORM P0500-FINALIZA THRU P0500-FIM
           END-IF.
           IF DIARIO-ABERTO
               CLOSE DIARIO
           END-IF.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** DESTRUICAO DE ARQUIVOS MORTOS *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           PERFORM P0110-AUTORIZA-SUPERVISOR THRU P0110-FIM.
           IF NOT SUPERVISOR-OK
               DISPLAY 'DESTRUICAO RESTRITA AO SUPERVISOR -'
                       ' ENCERRANDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0120-CARREGA-TABELA THRU P0120-FIM.
           IF WS-QTD-TIPOS EQUAL ZEROS
               DISPLAY 'TABELA DE GUARDA RETDEST.TXT VAZIA OU'
                       ' INDISPONIVEL - NADA A DESTRUIR.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA A DESTRUICAO DEFINITIVA DO QUE ESTIVER'
                   ' ALEM DA GUARDA? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'DESTRUICAO ABANDONADA.'
               SET FIM-OK TO TRUE
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

       P0120-CARREGA-TABELA.
      *    O CORTE DE CADA TIPO E HOJE MENOS OS ANOS DE GUARDA; TUDO
      *    ANTERIOR AO CORTE E DESTRUIDO. GUARDA ZERO E IGNORADA -
      *    SERIA DESTRUIR O ARQUIVO MORTO INTEIRO.
           MOVE ZEROS TO WS-QTD-TIPOS.
           INITIALIZE WS-TABELA-GUARDA.
           SET ST-TAB-OK TO TRUE.
           OPEN INPUT RETDEST.
           IF NOT ST-TAB-OK
               DISPLAY 'FILE STATUS: ' WS-ST-TAB
               GO TO P0120-FIM
           END-IF.

           SET FIM-LEITURA-OK TO FALSE.
           PERFORM P0125-LE-TABELA THRU P0125-FIM
                   UNTIL FIM-LEITURA-OK.
           CLOSE RETDEST.
       P0120-FIM.

       P0125-LE-TABELA.
           READ RETDEST
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0125-FIM
           END-READ.
           IF RDST-ANOS NOT NUMERIC OR RDST-ANOS EQUAL ZEROS
               DISPLAY 'TIPO ' RDST-ARQUIVO ' SEM ANOS DE GUARDA'
                       ' VALIDOS - LINHA IGNORADA.'
               GO TO P0125-FIM
           END-IF.
           IF WS-QTD-TIPOS EQUAL 20
               DISPLAY 'TABELA DE GUARDA COM MAIS DE 20 TIPOS -'
                       ' TIPO ' RDST-ARQUIVO ' IGNORADO.'
               GO TO P0125-FIM
           END-IF.

           ADD 1 TO WS-QTD-TIPOS.
           MOVE RDST-ARQUIVO TO WS-TIPO-ARQUIVO(WS-QTD-TIPOS).
           MOVE RDST-ANOS    TO WS-TIPO-ANOS(WS-QTD-TIPOS).
           MOVE WS-HOJE      TO WS-CORTE.
           SUBTRACT RDST-ANOS FROM WS-CORTE-ANO.
           MOVE WS-CORTE     TO WS-TIPO-CORTE(WS-QTD-TIPOS).
           DISPLAY 'TIPO ' RDST-ARQUIVO ' - GUARDA DE ' RDST-ANOS
                   ' ANO(S) - DESTROI O ANTERIOR A ' WS-CORTE '.'.
       P0125-FIM.

       P0200-DESTROI-TIPO.
           EVALUATE WS-TIPO-ARQUIVO(WS-IDX)
               WHEN 'ARQDADOS.DAT'
                   PERFORM P0300-DESTROI-CADASTRO THRU P0300-FIM
               WHEN 'ACESSLOG.TXT'
               WHEN 'MOVHIST.TXT'
               WHEN 'DADOSHIST.TXT'
                   PERFORM P0350-DESTROI-LOGS THRU P0350-FIM
               WHEN OTHER
                   ADD 1 TO WS-CONT-NAO-MAPEADO
                   DISPLAY 'TIPO ' WS-TIPO-ARQUIVO(WS-IDX)
                           ' NAO MAPEADO NA DESTRUICAO - IGNORADO.'
           END-EVALUATE.
           ADD 1 TO WS-IDX.
       P0200-FIM.

       P0300-DESTROI-CADASTRO.
      *    ARQUIVO MORTO DO EXPURGO: VALE A DATA DE CADASTRO DO
      *    REGISTRO, A MESMA QUE O PURGA1 USOU PARA ARQUIVA-LO.
           SET ST-ARQ-OK TO TRUE.
           OPEN I-O ARQDADOS.
           IF WS-ST-ARQ EQUAL 35
               DISPLAY 'ARQDADOS.DAT AINDA NAO EXISTE.'
               GO TO P0300-FIM
           END-IF.
           IF NOT ST-ARQ-OK
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0300-FIM
           END-IF.

           SET RETL-CONSULTADO TO FALSE.
           SET FIM-LEITURA-OK TO FALSE.
           PERFORM P0310-AVALIA-ARQUIVADO THRU P0310-FIM
                   UNTIL FIM-LEITURA-OK.
           CLOSE ARQDADOS.

           DISPLAY 'ARQDADOS.DAT - ' WS-TIPO-QTD-REG(WS-IDX)
                   ' REGISTRO(S) DESTRUIDO(S), '
                   WS-TIPO-RETIDOS(WS-IDX) ' RETIDO(S).'.
       P0300-FIM.

       P0310-AVALIA-ARQUIVADO.
           READ ARQDADOS NEXT RECORD
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0310-FIM
           END-READ.
           IF ARQ-DATA-DADOS NOT < WS-TIPO-CORTE(WS-IDX)
               GO TO P0310-FIM
           END-IF.

           MOVE ARQ-COD-DADOS TO WS-COD-REG.
           PERFORM P0360-VERIFICA-RETIDO THRU P0360-FIM.
           IF CODIGO-RETIDO
               ADD 1 TO WS-TIPO-RETIDOS(WS-IDX)
               GO TO P0310-FIM
           END-IF.

           DELETE ARQDADOS
               INVALID KEY
                   DISPLAY 'ERRO AO DESTRUIR O CODIGO ' ARQ-COD-DADOS
                   GO TO P0310-FIM
           END-DELETE.

           ADD 1 TO WS-TIPO-QTD-REG(WS-IDX).
           IF WS-TIPO-COD-MIN(WS-IDX) EQUAL ZEROS
              OR ARQ-COD-DADOS < WS-TIPO-COD-MIN(WS-IDX)
               MOVE ARQ-COD-DADOS TO WS-TIPO-COD-MIN(WS-IDX)
           END-IF.
           IF ARQ-COD-DADOS > WS-TIPO-COD-MAX(WS-IDX)
               MOVE ARQ-COD-DADOS TO WS-TIPO-COD-MAX(WS-IDX)
           END-IF.
           IF WS-TIPO-DATA-MIN(WS-IDX) EQUAL ZEROS
              OR ARQ-DATA-DADOS < WS-TIPO-DATA-MIN(WS-IDX)
               MOVE ARQ-DATA-DADOS TO WS-TIPO-DATA-MIN(WS-IDX)
           END-IF.
           IF ARQ-DATA-DADOS > WS-TIPO-DATA-MAX(WS-IDX)
               MOVE ARQ-DATA-DADOS TO WS-TIPO-DATA-MAX(WS-IDX)
           END-IF.

           MOVE ARQ-COD-DADOS         TO DIARIO-COD-DADOS.
           MOVE 'DESTRUIDO ARQ.MORTO' TO DIARIO-NOM-DADOS.
           SET DIARIO-OP-EXCLUSAO     TO TRUE.
           PERFORM P0380-GRAVA-DIARIO THRU P0380-FIM.
       P0310-FIM.

       P0350-DESTROI-LOGS.
      *    ARQUIVO DE LOG CATALOGADO SO E APAGADO QUANDO ATE O SEU
      *    LANCAMENTO MAIS NOVO ESTA ALEM DA GUARDA E NENHUM CODIGO
      *    DELE ESTA SOB RETENCAO LEGAL.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O ARQCAT.
           IF NOT ST-CAT-OK
               DISPLAY 'CATALOGO ARQCAT.DAT INDISPONIVEL - TIPO '
                       WS-TIPO-ARQUIVO(WS-IDX) ' NAO TRATADO.'
               GO TO P0350-FIM
           END-IF.

           MOVE WS-TIPO-ARQUIVO(WS-IDX) TO ACAT-ARQUIVO.
           MOVE ZEROS                   TO ACAT-DATA.
           SET FIM-CAT-OK TO FALSE.
           START ARQCAT KEY IS NOT LESS THAN ACAT-CHAVE
               INVALID KEY
                   SET FIM-CAT-OK TO TRUE
           END-START.
           PERFORM P0355-AVALIA-MORTO THRU P0355-FIM
                   UNTIL FIM-CAT-OK.
           CLOSE ARQCAT.

           DISPLAY WS-TIPO-ARQUIVO(WS-IDX) ' - '
                   WS-TIPO-QTD-ARQV(WS-IDX) ' ARQUIVO(S) APAGADO(S), '
                   WS-TIPO-RETIDOS(WS-IDX) ' RETIDO(S).'.
       P0350-FIM.

       P0355-AVALIA-MORTO.
           READ ARQCAT NEXT RECORD
               AT END
                   SET FIM-CAT-OK TO TRUE
                   GO TO P0355-FIM
           END-READ.
           IF ACAT-ARQUIVO NOT EQUAL WS-TIPO-ARQUIVO(WS-IDX)
               SET FIM-CAT-OK TO TRUE
               GO TO P0355-FIM
           END-IF.
           IF ACAT-DATA-MAX NOT < WS-TIPO-CORTE(WS-IDX)
               GO TO P0355-FIM
           END-IF.

           MOVE ACAT-NOME-FISICO TO WS-ARQ-LOG-MORTO.
           PERFORM P0370-VARRE-MORTO THRU P0370-FIM.
           IF MORTO-RETIDO
               ADD 1 TO WS-TIPO-RETIDOS(WS-IDX)
               DISPLAY 'ARQUIVO MORTO MANTIDO POR RETENCAO LEGAL: '
                       WS-ARQ-LOG-MORTO(1:40)
               GO TO P0355-FIM
           END-IF.

           CALL 'CBL_DELETE_FILE' USING WS-ARQ-LOG-MORTO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           DELETE ARQCAT
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER DO CATALOGO.'
                   GO TO P0355-FIM
           END-DELETE.

           ADD 1 TO WS-TIPO-QTD-ARQV(WS-IDX).
           ADD ACAT-QTD TO WS-TIPO-QTD-REG(WS-IDX).
           IF WS-TIPO-DATA-MIN(WS-IDX) EQUAL ZEROS
              OR ACAT-DATA-MIN < WS-TIPO-DATA-MIN(WS-IDX)
               MOVE ACAT-DATA-MIN TO WS-TIPO-DATA-MIN(WS-IDX)
           END-IF.
           IF ACAT-DATA-MAX > WS-TIPO-DATA-MAX(WS-IDX)
               MOVE ACAT-DATA-MAX TO WS-TIPO-DATA-MAX(WS-IDX)
           END-IF.
           IF WS-LOG-COD-MIN NOT EQUAL ZEROS
              AND (WS-TIPO-COD-MIN(WS-IDX) EQUAL ZEROS
                   OR WS-LOG-COD-MIN < WS-TIPO-COD-MIN(WS-IDX))
               MOVE WS-LOG-COD-MIN TO WS-TIPO-COD-MIN(WS-IDX)
           END-IF.
           IF WS-LOG-COD-MAX > WS-TIPO-COD-MAX(WS-IDX)
               MOVE WS-LOG-COD-MAX TO WS-TIPO-COD-MAX(WS-IDX)
           END-IF.

           IF WS-QTD-APAGADOS < 200
               ADD 1 TO WS-QTD-APAGADOS
               MOVE ACAT-ARQUIVO     TO WS-APG-ARQUIVO(WS-QTD-APAGADOS)
               MOVE ACAT-NOME-FISICO TO WS-APG-NOME(WS-QTD-APAGADOS)
               MOVE ACAT-QTD         TO WS-APG-QTD(WS-QTD-APAGADOS)
               MOVE ACAT-DATA-MIN
                 TO WS-APG-DATA-MIN(WS-QTD-APAGADOS)
               MOVE ACAT-DATA-MAX
                 TO WS-APG-DATA-MAX(WS-QTD-APAGADOS)
           END-IF.
           DISPLAY 'ARQUIVO MORTO DESTRUIDO: ' WS-ARQ-LOG-MORTO(1:40).
       P0355-FIM.

       P0360-VERIFICA-RETIDO.
      *    A CONSULTA SO E REFEITA QUANDO O CODIGO MUDA DE UM
      *    REGISTRO PARA O SEGUINTE; CADA CODIGO RETIDO ENCONTRADO
      *    E LISTADO E JORNALIZADO COMO RECUSA.
           IF RETL-CONSULTADO
              AND WS-COD-REG EQUAL WS-RETL-COD
               GO TO P0360-FIM
           END-IF.

           MOVE WS-COD-REG TO WS-RETL-COD.
           PERFORM 9585-VERIFICA-RETENCAO THRU 9585-FIM.
           SET RETL-CONSULTADO TO TRUE.

           IF CODIGO-RETIDO
               ADD 1 TO WS-CONT-RETIDOS
               DISPLAY WS-TIPO-ARQUIVO(WS-IDX) ' - CODIGO '
                       WS-RETL-COD ' SOB RETENCAO LEGAL DESDE '
                       WS-RETL-DATA ' - NAO DESTRUIDO: '
                       WS-RETL-MOTIVO
               MOVE WS-RETL-COD      TO DIARIO-COD-DADOS
               MOVE 'RETENCAO LEGAL' TO DIARIO-NOM-DADOS
               SET DIARIO-OP-REJEICAO TO TRUE
               PERFORM P0380-GRAVA-DIARIO THRU P0380-FIM
           END-IF.
       P0360-FIM.

       P0370-VARRE-MORTO.
      *    LE O ARQUIVO MORTO INTEIRO ATRAS DE CODIGO RETIDO E DA
      *    FAIXA DE CODIGOS QUE ELE CONTEM.
           SET MORTO-RETIDO TO FALSE.
           SET RETL-CONSULTADO TO FALSE.
           MOVE ZEROS TO WS-LOG-COD-MIN WS-LOG-COD-MAX.
           SET ST-MORTO-OK TO TRUE.
           SET FIM-LEITURA-OK TO FALSE.

           EVALUATE WS-TIPO-ARQUIVO(WS-IDX)
               WHEN 'ACESSLOG.TXT'
                   OPEN INPUT ACESSMORTO
               WHEN 'MOVHIST.TXT'
                   OPEN INPUT MOVMORTO
               WHEN OTHER
                   OPEN INPUT DHISTMORTO
           END-EVALUATE.
           IF WS-ST-MORTO EQUAL 35
      *        O ARQUIVO JA NAO EXISTE - SO O CATALOGO FICOU.
               GO TO P0370-FIM
           END-IF.
           IF NOT ST-MORTO-OK
      *        NA DUVIDA NADA SE DESTROI.
               DISPLAY 'ERRO AO LER ' WS-ARQ-LOG-MORTO(1:40)
                       ' - FILE STATUS ' WS-ST-MORTO
               SET MORTO-RETIDO TO TRUE
               GO TO P0370-FIM
           END-IF.

           PERFORM P0375-LE-MORTO THRU P0375-FIM
                   UNTIL FIM-LEITURA-OK.

           EVALUATE WS-TIPO-ARQUIVO(WS-IDX)
               WHEN 'ACESSLOG.TXT'
                   CLOSE ACESSMORTO
               WHEN 'MOVHIST.TXT'
                   CLOSE MOVMORTO
               WHEN OTHER
                   CLOSE DHISTMORTO
           END-EVALUATE.
       P0370-FIM.

       P0375-LE-MORTO.
           EVALUATE WS-TIPO-ARQUIVO(WS-IDX)
               WHEN 'ACESSLOG.TXT'
                   READ ACESSMORTO
                       AT END
                           SET FIM-LEITURA-OK TO TRUE
                       NOT AT END
                           MOVE ACESSO-COD-DADOS TO WS-COD-REG
                   END-READ
               WHEN 'MOVHIST.TXT'
                   READ MOVMORTO
                       AT END
                           SET FIM-LEITURA-OK TO TRUE
                       NOT AT END
                           MOVE MOV-COD-DADOS TO WS-COD-REG
                   END-READ
               WHEN OTHER
                   READ DHISTMORTO
                       AT END
                           SET FIM-LEITURA-OK TO TRUE
                       NOT AT END
                           MOVE HIST-COD-DADOS TO WS-COD-REG
                   END-READ
           END-EVALUATE.
           IF FIM-LEITURA-OK
               GO TO P0375-FIM
           END-IF.

           IF WS-LOG-COD-MIN EQUAL ZEROS
              OR WS-COD-REG < WS-LOG-COD-MIN
               MOVE WS-COD-REG TO WS-LOG-COD-MIN
           END-IF.
           IF WS-COD-REG > WS-LOG-COD-MAX
               MOVE WS-COD-REG TO WS-LOG-COD-MAX
           END-IF.
           PERFORM P0360-VERIFICA-RETIDO THRU P0360-FIM.
           IF CODIGO-RETIDO
               SET MORTO-RETIDO TO TRUE
           END-IF.
       P0375-FIM.

       P0380-GRAVA-DIARIO.
      *    O DIARIO FICA ABERTO DURANTE A CORRIDA TODA.
           IF NOT DIARIO-ABERTO
               SET ST-DIARIO-OK TO TRUE
               OPEN EXTEND DIARIO
               IF WS-ST-DIARIO EQUAL 35 THEN
                   OPEN OUTPUT DIARIO
               END-IF
               IF NOT ST-DIARIO-OK
                   DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
                   DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
                   GO TO P0380-FIM
               END-IF
               SET DIARIO-ABERTO TO TRUE
           END-IF.

           MOVE 'DESTARQ'   TO DIARIO-PROGRAMA.
           ACCEPT DIARIO-DATA FROM DATE YYYYMMDD.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE WS-OPERADOR TO DIARIO-OPERADOR.
           WRITE RG-DIARIO.
       P0380-FIM.

       P0400-CERTIFICADO.
           MOVE SPACES TO WS-NOME-CERTIF.
           STRING WS-ARQ-PREF-CERT DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-CERTIF.

           SET ST-CERT-OK TO TRUE.
           OPEN OUTPUT CERTIF.
           IF NOT ST-CERT-OK
               DISPLAY 'ERRO AO GRAVAR O CERTIFICADO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CERT
               GO TO P0400-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-CERT.
           STRING '***** CERTIFICADO DE DESTRUICAO DE ARQUIVOS MORTOS'
                  ' - ' WS-HOJE ' *****'
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING 'DESTRUICAO APROVADA PELO SUPERVISOR ' WS-OPERADOR
                  ' CONFORME A TABELA DE GUARDA RETDEST.TXT'
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.

           MOVE 1 TO WS-IDX.
           PERFORM P0410-CERTIFICA-TIPO THRU P0410-FIM
                   UNTIL WS-IDX > WS-QTD-TIPOS.

           IF WS-QTD-APAGADOS > ZEROS
               MOVE SPACES TO WS-LINHA-CERT
               WRITE RG-CERTIF FROM WS-LINHA-CERT
               MOVE 'ARQUIVOS DE LOG APAGADOS:' TO WS-LINHA-CERT
               WRITE RG-CERTIF FROM WS-LINHA-CERT
               MOVE 1 TO WS-IDX-APG
               PERFORM P0420-CERTIFICA-APAGADO THRU P0420-FIM
                       UNTIL WS-IDX-APG > WS-QTD-APAGADOS
           END-IF.

           IF WS-CONT-RETIDOS > ZEROS
               MOVE SPACES TO WS-LINHA-CERT
               STRING 'CODIGOS SOB RETENCAO LEGAL PRESERVADOS: '
                      WS-CONT-RETIDOS ' (RECUSAS NO DIARIO)'
                      DELIMITED BY SIZE INTO WS-LINHA-CERT
               WRITE RG-CERTIF FROM WS-LINHA-CERT
           END-IF.

           CLOSE CERTIF.
           DISPLAY 'CERTIFICADO GRAVADO EM DESTARQ.' WS-HOJE '.'.
       P0400-FIM.

       P0410-CERTIFICA-TIPO.
           MOVE SPACES TO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           STRING 'TIPO ' WS-TIPO-ARQUIVO(WS-IDX)
                  ' - GUARDA ' WS-TIPO-ANOS(WS-IDX)
                  ' ANO(S) - CORTE ' WS-TIPO-CORTE(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           IF WS-TIPO-ARQUIVO(WS-IDX) EQUAL 'ARQDADOS.DAT'
               STRING '   REGISTROS DESTRUIDOS....: '
                      WS-TIPO-QTD-REG(WS-IDX)
                      DELIMITED BY SIZE INTO WS-LINHA-CERT
           ELSE
               STRING '   ARQUIVOS / LANCAMENTOS..: '
                      WS-TIPO-QTD-ARQV(WS-IDX) ' / '
                      WS-TIPO-QTD-REG(WS-IDX)
                      DELIMITED BY SIZE INTO WS-LINHA-CERT
           END-IF.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING '   FAIXA DE CODIGOS........: '
                  WS-TIPO-COD-MIN(WS-IDX) ' A '
                  WS-TIPO-COD-MAX(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING '   FAIXA DE DATAS..........: '
                  WS-TIPO-DATA-MIN(WS-IDX) ' A '
                  WS-TIPO-DATA-MAX(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING '   PRESERVADOS POR RETENCAO: '
                  WS-TIPO-RETIDOS(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           ADD 1 TO WS-IDX.
       P0410-FIM.

       P0420-CERTIFICA-APAGADO.
           MOVE SPACES TO WS-LINHA-CERT.
           STRING '   ' WS-APG-ARQUIVO(WS-IDX-APG) ' '
                  WS-APG-DATA-MIN(WS-IDX-APG) '-'
                  WS-APG-DATA-MAX(WS-IDX-APG) ' '
                  WS-APG-QTD(WS-IDX-APG) ' '
                  WS-APG-NOME(WS-IDX-APG)(1:35)
                  DELIMITED BY SIZE INTO WS-LINHA-CERT.
           WRITE RG-CERTIF FROM WS-LINHA-CERT.
           ADD 1 TO WS-IDX-APG.
       P0420-FIM.

       P0500-FINALIZA.
           DISPLAY '***********************************************'.
           DISPLAY 'TIPOS NA TABELA.......: ' WS-QTD-TIPOS.
           DISPLAY 'TIPOS NAO MAPEADOS....: ' WS-CONT-NAO-MAPEADO.
           DISPLAY 'LOGS APAGADOS.........: ' WS-QTD-APAGADOS.
           DISPLAY 'CODIGOS RETIDOS.......: ' WS-CONT-RETIDOS.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG REPLACING WS-ST BY WS-ST-ARQ.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RETDEST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETDEST-TXT.
           MOVE 'ARQDADOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ARQDADOS-DAT.
           MOVE 'ARQCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ARQCAT-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RETLEGAL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RETLEGAL-DAT.
           MOVE 'DESTARQ.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-CERT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY RETLEGAL.
