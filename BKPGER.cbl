      ******************************************************************
      * Author:
      * Date:
      * Purpose: Copia de seguranca de todos os cadastros mestres e
      *          satelites (lista em BKPARQ_WS) para um conjunto
      *          datado - cada arquivo vivo e copiado para
      *          BKP.AAAAMMDD.<ARQUIVO> e o conjunto ganha o manifesto
      *          BKP.AAAAMMDD.MAN com a quantidade de registros e o
      *          total de hash de cada copia. A copia e conferida
      *          relendo-a registro a registro e comparando os totais
      *          com a releitura do arquivo vivo; divergencia ou erro
      *          devolve retorno 8 para a cadeia. Os conjuntos seguem
      *          a mesma retencao dos snapshots (SNAPRET) e qualquer
      *          arquivo pode ser restaurado pelo BKPREST. O de-para
      *          de cada parceiro do PARCEIRO.DAT entra no conjunto
      *          como XREFPART.NN. Executado no fim do BATCHNOTURNO.
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
              SELECT MANIFESTO ASSIGN TO WS-NOME-MANIFESTO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MAN.

              SELECT DADOS1 ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-BKP.

              SELECT OPERMST ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-BKP.

              SELECT DEPTOS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-BKP.

              SELECT ALCADA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT CONTATOS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT NOTAS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS NOTA-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT VERSOES ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT CASOS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT PAGCTL ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT FECHMES ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS FECH-PERIODO
              FILE STATUS IS WS-ST-BKP.

              SELECT CTLSALDO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-BKP.

              SELECT SUSPENSO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT PARCEIROS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PARC-CODIGO
              FILE STATUS IS WS-ST-BKP.

              SELECT RETLEGAL ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RETL-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT LIMITES ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LIM-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT CAMBIO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CAMB-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT MOEDAREG ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS MDA-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT GLCONTAS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS GLM-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT GLSALDO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS GLS-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT CONSENT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CNS-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT PESSOAS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PES-COD-DADOS
              ALTERNATE RECORD KEY IS PES-ID-PESSOA WITH DUPLICATES
              FILE STATUS IS WS-ST-BKP.

              SELECT LCTFUT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LFUT-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT RECORR ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS REC-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT FERIADOS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS FER-DATA
              FILE STATUS IS WS-ST-BKP.

              SELECT COBRANCA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COB-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT AGENDA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AGEN-JOB
              FILE STATUS IS WS-ST-BKP.

              SELECT TAXMAST ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS TXM-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT METAS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS META-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT TARIFA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS TAR-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT RISCO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RSC-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT DOCTIPOS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DTP-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT CEPMST ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CEP-CODIGO
              FILE STATUS IS WS-ST-BKP.

              SELECT LEMBRETE ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LEM-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT PENDALT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT PENDLCT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PLCT-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT ALERTAS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT RATEIO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RAT-DEPTO-ORIGEM
              FILE STATUS IS WS-ST-BKP.

              SELECT AMOSCTL ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AMC-ID
              FILE STATUS IS WS-ST-BKP.

              SELECT AMOSTRA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AMO-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT DORMENCIA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DORM-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT AVISOS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AVI-NUMERO
              FILE STATUS IS WS-ST-BKP.

              SELECT AVISOLID ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS AVL-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT JUROS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS JUR-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT JUROACR ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS JAC-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT OPERACES ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS OACS-OPER
              FILE STATUS IS WS-ST-BKP.

              SELECT DOCREC ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DRC-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT SENHAHIS ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SH-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT MOVREF ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS MREF-SERIE
              FILE STATUS IS WS-ST-BKP.

              SELECT RETENCAO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RTC-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT XREFPART ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS XREF-ID-PARCEIRO
              ALTERNATE RECORD KEY IS XREF-COD-DADOS
              FILE STATUS IS WS-ST-BKP.

              SELECT FECHANO ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS FANO-ANO
              FILE STATUS IS WS-ST-BKP.

              SELECT TARIFREG ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS TRG-CHAVE
              ALTERNATE RECORD KEY IS TRG-CHAVE-DEPTO
              FILE STATUS IS WS-ST-BKP.

              SELECT RATREG ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RRG-CHAVE OF RG-RATREG
              FILE STATUS IS WS-ST-BKP.

              SELECT JURODIA ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS JDI-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT PARTMON ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PMON-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT RECEBREG ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RRG-CHAVE OF RG-RECEBREG
              FILE STATUS IS WS-ST-BKP.

              SELECT REGCTL ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS RCTL-PERIODO
              FILE STATUS IS WS-ST-BKP.

              SELECT CHKDISP ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DSP-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT QRYCAT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS QRY-NOME
              FILE STATUS IS WS-ST-BKP.

              SELECT ARQCAT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ACAT-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT RELCAT ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT SAIDACTL ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SAI-DATA
              FILE STATUS IS WS-ST-BKP.

              SELECT CKPTCTL ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CKC-PROGRAMA
              FILE STATUS IS WS-ST-BKP.

              SELECT CKPTJRN ASSIGN TO WS-BKP-NOME-ARQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CKJ-CHAVE
              FILE STATUS IS WS-ST-BKP.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD MANIFESTO.
       COPY FD_BKPMAN.

       FD DADOS1.
       COPY FD_CRUD.

       FD OPERMST.
       COPY FD_OPER.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD ALCADA.
       COPY FD_ALCADA.

       FD CONTATOS.
       COPY FD_CONTATO.

       FD NOTAS.
       COPY FD_NOTA.

       FD VERSOES.
       COPY FD_VERSAO.

       FD CASOS.
       COPY FD_CASO.

       FD PAGCTL.
       COPY FD_PAGCTL.

       FD FECHMES.
       COPY FD_FECHMES.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD PARCEIROS.
       COPY FD_PARC.

       FD RETLEGAL.
       COPY FD_RETLEGAL.

       FD LIMITES.
       COPY FD_LIMITE.

       FD CAMBIO.
       COPY FD_CAMBIO.

       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD GLCONTAS.
       COPY FD_GLMAP.

       FD GLSALDO.
       COPY FD_GLSALDO.

       FD CONSENT.
       COPY FD_CONSENT.

       FD PESSOAS.
       COPY FD_PESSOA.

       FD LCTFUT.
       COPY FD_LCTFUT.

       FD RECORR.
       COPY FD_RECORR.

       FD FERIADOS.
       COPY FD_FERIADO.

       FD COBRANCA.
       COPY FD_COBRANCA.

       FD AGENDA.
       COPY FD_AGENDA.

       FD TAXMAST.
       COPY FD_TAXMAST.

       FD METAS.
       COPY FD_META.

       FD TARIFA.
       COPY FD_TARIFA.

       FD RISCO.
       COPY FD_RISCO.

       FD DOCTIPOS.
       COPY FD_DOCTIPO.

       FD CEPMST.
       COPY FD_CEP.

       FD LEMBRETE.
       COPY FD_LEMBRETE.

       FD PENDALT.
       COPY FD_PENDALT.

       FD PENDLCT.
       COPY FD_PENDLCT.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD RATEIO.
       COPY FD_RATEIO.

       FD AMOSCTL.
       COPY FD_AMOSCTL.

       FD AMOSTRA.
       COPY FD_AMOSTRA.

       FD DORMENCIA.
       COPY FD_DORMENCIA.

       FD AVISOS.
       COPY FD_AVISO.

       FD AVISOLID.
       COPY FD_AVISOLID.

       FD JUROS.
       COPY FD_JUROS.

       FD JUROACR.
       COPY FD_JUROACR.

       FD OPERACES.
       COPY FD_OPERACES.

       FD DOCREC.
       COPY FD_DOCREC.

       FD SENHAHIS.
       COPY FD_SENHAHIS.

       FD MOVREF.
       COPY FD_MOVREF.

       FD RETENCAO.
       COPY FD_RETENCAO.

       FD XREFPART.
       COPY FD_XREF.

       FD FECHANO.
      *    CONTROLE DO FECHAMENTO ANUAL: A POSICAO OFICIAL DE
      *    ARRANQUE DO ANO NOVO E O SNAPSHOT GRAVADO.
       01  RG-FECHANO.
           02  FANO-ANO            PIC 9(04).
           02  FANO-DATA           PIC 9(08).
           02  FANO-QTD            PIC 9(07).
           02  FANO-VALOR          PIC S9(11)V99 COMP-3.
           02  FANO-SNAPSHOT       PIC X(60).
           02  FANO-OFICIAL        PIC X(01).
               88  FANO-E-OFICIAL  VALUE 'S'.

       FD TARIFREG.
       COPY FD_TARIFREG.

       FD RATREG.
       COPY FD_RATREG.

       FD JURODIA.
       COPY FD_JURODIA.

       FD PARTMON.
       COPY FD_PARTMON.

       FD RECEBREG.
       COPY FD_RECEBREG.

       FD REGCTL.
       COPY FD_REGCTL.

       FD CHKDISP.
       COPY FD_CHKDISP.

       FD QRYCAT.
       COPY FD_QRYCAT.

       FD ARQCAT.
       COPY FD_ARQCAT.

       FD RELCAT.
       COPY FD_RELCAT.

       FD SAIDACTL.
       COPY FD_SAIDACTL.

       FD CKPTCTL.
       COPY FD_CKPTCTL.

       FD CKPTJRN.
      *    JORNAL DE DESFAZIMENTO: UMA ENTRADA POR GRAVACAO FEITA
      *    DEPOIS DO ULTIMO PONTO, NA ORDEM EM QUE ACONTECERAM.
       01  RG-CKPTJRN.
           02  CKJ-CHAVE.
               03  CKJ-PROGRAMA    PIC X(08).
               03  CKJ-PONTO       PIC 9(07).
               03  CKJ-SEQ         PIC 9(07).
           02  CKJ-DADOS.
               03  CKJ-ACAO            PIC X(01).
                   88  CKJ-ALTERACAO       VALUE 'A'.
                   88  CKJ-INCLUSAO        VALUE 'I'.
                   88  CKJ-MOVIMENTO       VALUE 'M'.
                   88  CKJ-PENDENCIA       VALUE 'P'.
                   88  CKJ-FUTURO          VALUE 'F'.
                   88  CKJ-SUSPENSO        VALUE 'S'.
               03  CKJ-COD-DADOS       PIC 9(07).
               03  CKJ-IMAGEM          PIC X(45).
               03  CKJ-MOV-TIPO        PIC X(01).
               03  CKJ-MOV-VALOR       PIC 9(07)V99.
               03  CKJ-MOV-MOTIVO      PIC X(03).
               03  CKJ-MOV-REFERENCIA  PIC 9(09).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY BKPARQ_WS.
       77  WS-ARQ-PREF-BKP      PIC X(60) VALUE SPACES.
       77  WS-NOME-MANIFESTO    PIC X(60) VALUE SPACES.
       77  WS-NOME-ORIGEM       PIC X(60) VALUE SPACES.
       77  WS-NOME-COPIA        PIC X(60) VALUE SPACES.
       77 WS-ST-MAN          PIC 99.
         88 ST-MAN-OK         VALUE 0.
       77 WS-RUN-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-RUN-HORA        PIC 9(08) VALUE ZEROS.
       77 WS-DETALHES-ARQ    PIC X(20) VALUE SPACES.
       77 WS-CHAMADA-RESULT  PIC S9(9) COMP-5 VALUE ZEROS.
       77 WS-ORIG-REGISTROS  PIC 9(07) VALUE ZEROS.
       77 WS-ORIG-HASH       PIC 9(15) VALUE ZEROS.
       77 WS-CONT-VERIFICADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WS-CONT-AUSENTES   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ERROS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REGISTROS   PIC 9(09) VALUE ZEROS.
       77 WS-CONT-ARQUIVOS   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-LOGICO     PIC X(12) VALUE SPACES.
      *    CODIGOS DOS PARCEIROS, PARA A COPIA DOS XREFPART.NN.
       77 WS-QTD-PARC        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-PARC        PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-PARC.
          02 WS-PARC-CODIGO  OCCURS 99 TIMES PIC X(02).

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM    PIC X(20).
           02 LK-OPERADOR    PIC X(08).
           02 LK-NIVEL       PIC 9(01).
           02 LK-MODO-EXEC   PIC X(01).
           02 LK-RETORNO     PIC 9(02).
           02 LK-CONT-LIDOS      PIC 9(05).
           02 LK-CONT-GRAVADOS   PIC 9(05).
           02 LK-CONT-REJEITADOS PIC 9(05).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           MOVE ZEROS TO LK-RETORNO.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           IF ST-MAN-OK
               MOVE 1 TO WS-BKP-IDX
               PERFORM P0200-COPIA-ARQUIVO THRU P0200-FIM
                       UNTIL WS-BKP-IDX > WS-BKP-QTD-ARQS
               PERFORM P0500-FINALIZA THRU P0500-FIM
           END-IF.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** COPIA DE SEGURANCA DOS CADASTROS ********'.
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HORA FROM TIME.

           MOVE SPACES TO WS-NOME-MANIFESTO.
           STRING WS-ARQ-PREF-BKP DELIMITED BY SPACE
                  WS-RUN-DATA '.MAN'
                  DELIMITED BY SIZE INTO WS-NOME-MANIFESTO.

      *    A REEXECUCAO NO MESMO DIA REFAZ O CONJUNTO INTEIRO E
      *    SUBSTITUI O MANIFESTO.
           SET ST-MAN-OK TO TRUE.
           OPEN OUTPUT MANIFESTO.
           IF NOT ST-MAN-OK
               DISPLAY 'ERRO AO GRAVAR O MANIFESTO ' WS-NOME-MANIFESTO
               DISPLAY 'FILE STATUS: ' WS-ST-MAN
               MOVE 8 TO LK-RETORNO
           END-IF.
       P0100-FIM.

       P0200-COPIA-ARQUIVO.
           IF WS-BKP-ARQUIVO(WS-BKP-IDX) EQUAL 'XREFPART.'
               PERFORM P0300-COPIA-PARCEIROS THRU P0300-FIM
           ELSE
               MOVE WS-BKP-ARQUIVO(WS-BKP-IDX) TO WS-NOME-LOGICO
               MOVE WS-NOME-LOGICO TO WS-PERFIL-LOGICO
               PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM
               MOVE WS-PERFIL-FISICO TO WS-NOME-ORIGEM
               PERFORM P0210-COPIA-CADASTRO THRU P0210-FIM
           END-IF.
           ADD 1 TO WS-BKP-IDX.
       P0200-FIM.

       P0210-COPIA-CADASTRO.
      *    COPIA WS-NOME-ORIGEM PARA O CONJUNTO, CONFERE E GRAVA A
      *    LINHA DO MANIFESTO COM O NOME LOGICO EM WS-NOME-LOGICO.
           ADD 1 TO WS-CONT-ARQUIVOS.
           MOVE SPACES TO WS-NOME-COPIA.
           STRING WS-ARQ-PREF-BKP DELIMITED BY SPACE
                  WS-RUN-DATA '.'
                  DELIMITED BY SIZE
                  WS-NOME-LOGICO DELIMITED BY SPACE
                  INTO WS-NOME-COPIA.

           MOVE SPACES TO RG-BKPMAN.
           MOVE WS-NOME-LOGICO TO BKM-ARQUIVO.
           MOVE WS-RUN-DATA   TO BKM-DATA.
           MOVE WS-RUN-HORA   TO BKM-HORA.
           MOVE WS-NOME-COPIA TO BKM-NOME-COPIA.
           MOVE ZEROS TO BKM-REGISTROS BKM-HASH
                         BKM-REGISTROS-ORIG BKM-HASH-ORIG.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOME-ORIGEM
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
      *        CADASTRO AINDA NAO CRIADO NESTA INSTALACAO.
               SET BKM-AUSENTE TO TRUE
               ADD 1 TO WS-CONT-AUSENTES
               GO TO P0210-GRAVA
           END-IF.

           CALL 'CBL_COPY_FILE' USING
               WS-NOME-ORIGEM WS-NOME-COPIA
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO COPIAR ' WS-NOME-LOGICO
                       ' PARA ' WS-NOME-COPIA
               SET BKM-ERRO TO TRUE
               ADD 1 TO WS-CONT-ERROS
               GO TO P0210-GRAVA
           END-IF.

      *    TOTAIS DO ARQUIVO VIVO E DA COPIA, CADA UM RELIDO
      *    REGISTRO A REGISTRO PELO MESMO LAYOUT.
           MOVE WS-NOME-ORIGEM TO WS-BKP-NOME-ARQ.
           PERFORM 9330-TOTALIZA-CADASTRO THRU 9330-FIM.
           IF NOT ST-BKP-OK
               DISPLAY 'ERRO AO RELER ' WS-NOME-LOGICO
                       ' - FILE STATUS ' WS-ST-BKP
               SET BKM-ERRO TO TRUE
               ADD 1 TO WS-CONT-ERROS
               GO TO P0210-GRAVA
           END-IF.
           MOVE WS-BKP-REGISTROS TO WS-ORIG-REGISTROS.
           MOVE WS-BKP-HASH      TO WS-ORIG-HASH.
           MOVE WS-ORIG-REGISTROS TO BKM-REGISTROS-ORIG.
           MOVE WS-ORIG-HASH      TO BKM-HASH-ORIG.

           MOVE WS-NOME-COPIA TO WS-BKP-NOME-ARQ.
           PERFORM 9330-TOTALIZA-CADASTRO THRU 9330-FIM.
           IF NOT ST-BKP-OK
               DISPLAY 'ERRO AO RELER A COPIA ' WS-NOME-COPIA
                       ' - FILE STATUS ' WS-ST-BKP
               SET BKM-ERRO TO TRUE
               ADD 1 TO WS-CONT-ERROS
               GO TO P0210-GRAVA
           END-IF.
           MOVE WS-BKP-REGISTROS TO BKM-REGISTROS.
           MOVE WS-BKP-HASH      TO BKM-HASH.

           IF WS-BKP-REGISTROS EQUAL WS-ORIG-REGISTROS
              AND WS-BKP-HASH EQUAL WS-ORIG-HASH
               SET BKM-VERIFICADO TO TRUE
               ADD 1 TO WS-CONT-VERIFICADOS
               ADD WS-BKP-REGISTROS TO WS-TOT-REGISTROS
           ELSE
               DISPLAY 'COPIA DIVERGENTE DE '
                       WS-NOME-LOGICO
                       ' - VIVO ' WS-ORIG-REGISTROS ' REG. / COPIA '
                       WS-BKP-REGISTROS ' REG.'
               SET BKM-DIVERGENTE TO TRUE
               ADD 1 TO WS-CONT-DIVERGENTES
           END-IF.

       P0210-GRAVA.
           WRITE RG-BKPMAN.
       P0210-FIM.

       P0300-COPIA-PARCEIROS.
      *    UM DE-PARA POR PARCEIRO CADASTRADO. OS CODIGOS SAO LIDOS
      *    ANTES, PORQUE O PARCEIRO.DAT E O XREFPART.NN USAM O MESMO
      *    NOME DE ARQUIVO NO SELECT. SEM PARCEIRO.DAT NAO HA DE-PARA.
           MOVE ZEROS TO WS-QTD-PARC.
           MOVE 'PARCEIRO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-BKP-NOME-ARQ.
           SET ST-BKP-OK TO TRUE.
           OPEN INPUT PARCEIROS.
           IF NOT ST-BKP-OK
               GO TO P0300-FIM
           END-IF.
           SET FIM-BKP TO FALSE.
           PERFORM P0310-LE-PARCEIRO THRU P0310-FIM
                   UNTIL FIM-BKP.
           CLOSE PARCEIROS.

           MOVE 'XREFPART.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE 1 TO WS-IDX-PARC.
           PERFORM P0320-COPIA-XREF THRU P0320-FIM
                   UNTIL WS-IDX-PARC > WS-QTD-PARC.
       P0300-FIM.

       P0310-LE-PARCEIRO.
           READ PARCEIROS NEXT RECORD
               AT END
                   SET FIM-BKP TO TRUE
                   GO TO P0310-FIM
           END-READ.
           IF WS-QTD-PARC < 99
               ADD 1 TO WS-QTD-PARC
               MOVE PARC-CODIGO TO WS-PARC-CODIGO(WS-QTD-PARC)
           END-IF.
       P0310-FIM.

       P0320-COPIA-XREF.
           MOVE SPACES TO WS-NOME-LOGICO WS-NOME-ORIGEM.
           STRING 'XREFPART.' WS-PARC-CODIGO(WS-IDX-PARC)
                  DELIMITED BY SIZE INTO WS-NOME-LOGICO.
           STRING WS-PERFIL-FISICO DELIMITED BY SPACE
                  WS-PARC-CODIGO(WS-IDX-PARC) DELIMITED BY SIZE
                  INTO WS-NOME-ORIGEM.
           PERFORM P0210-COPIA-CADASTRO THRU P0210-FIM.
           ADD 1 TO WS-IDX-PARC.
       P0320-FIM.

       P0500-FINALIZA.
           CLOSE MANIFESTO.

           MOVE WS-CONT-ARQUIVOS    TO LK-CONT-LIDOS.
           MOVE WS-CONT-VERIFICADOS TO LK-CONT-GRAVADOS.
           COMPUTE LK-CONT-REJEITADOS =
                   WS-CONT-DIVERGENTES + WS-CONT-ERROS.
           IF WS-CONT-DIVERGENTES > ZEROS OR WS-CONT-ERROS > ZEROS
               MOVE 8 TO LK-RETORNO
           END-IF.

           DISPLAY '***********************************************'.
           DISPLAY 'MANIFESTO DO CONJUNTO: ' WS-NOME-MANIFESTO.
           DISPLAY 'ARQUIVOS CONFERIDOS..: ' WS-CONT-VERIFICADOS.
           DISPLAY 'REGISTROS COPIADOS...: ' WS-TOT-REGISTROS.
           DISPLAY 'AINDA INEXISTENTES...: ' WS-CONT-AUSENTES.
           DISPLAY 'DIVERGENTES..........: ' WS-CONT-DIVERGENTES.
           DISPLAY 'ERROS................: ' WS-CONT-ERROS.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY BKPARQ.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA. OS CADASTROS DA LISTA SAO
      *    RESOLVIDOS UM A UM NA HORA DA COPIA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
      *    PREFIXO DOS CONJUNTOS DATADOS (BKP.AAAAMMDD.*) - O PERFIL
      *    PODE MAPEAR O NOME LOGICO BKP. PARA OUTRO DIRETORIO.
           MOVE 'BKP.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-BKP.
       9600-FIM.

       COPY PERFIL.
