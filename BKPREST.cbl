      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restauracao de um cadastro a partir de um conjunto
      *          de copias de seguranca gerado pelo BKPGER - restrita
      *          ao supervisor (nivel 2). Lista o manifesto do
      *          conjunto pedido (BKP.AAAAMMDD.MAN), recebe o arquivo a
      *          restaurar, reconfere a copia contra os totais do
      *          manifesto, mostra a previa das diferencas entre a
      *          copia e o arquivo vivo (registros que serao
      *          recriados, perdidos e alterados) e, confirmada,
      *          guarda o arquivo vivo em <ARQUIVO>.ANTES, copia o
      *          arquivo do conjunto sobre ele, reconfere os totais,
      *          carimba a geracao com a data do conjunto e registra
      *          a restauracao no DIARIO. O de-para de um parceiro e
      *          pedido pelo nome completo (ex.: XREFPART.01).
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

              SELECT TRABALHO ASSIGN TO WS-ARQ-BKPREST-WRK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-WRK.

              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DIARIO.

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

       FD TRABALHO.
      *    IMAGEM DO ARQUIVO VIVO NA ORDEM DA CHAVE, PARA A PREVIA.
       01  RG-TRABALHO.
           02  WRK-CHAVE           PIC X(30).
           02  WRK-TAMANHO         PIC 9(04).
           02  WRK-REGISTRO        PIC X(400).

       FD DIARIO.
       COPY FD_DIARIO.

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
       COPY SENHA_WS.
       COPY GERSTAMP_WS.
       COPY BKPARQ_WS.
       77  WS-ARQ-PREF-BKP      PIC X(60) VALUE SPACES.
       77  WS-ARQ-BKPREST-WRK   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-NOME-MANIFESTO    PIC X(60) VALUE SPACES.
       77  WS-NOME-VIVO         PIC X(60) VALUE SPACES.
       77  WS-NOME-ANTES        PIC X(60) VALUE SPACES.
       77  WS-NOME-COPIA        PIC X(60) VALUE SPACES.
       77 WS-ST-MAN          PIC 99.
         88 ST-MAN-OK         VALUE 0.
       77 WS-ST-WRK          PIC 99.
         88 ST-WRK-OK         VALUE 0.
       77 WS-ST-DIARIO       PIC 99.
         88 ST-DIARIO-OK      VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-MAN         PIC X     VALUE 'N'.
         88 FIM-MAN                   VALUE 'S' FALSE 'N'.
       77 WS-FIM-COPIA       PIC X     VALUE 'N'.
         88 EOF-COPIA                 VALUE 'S' FALSE 'N'.
       77 WS-FIM-VIVO        PIC X     VALUE 'N'.
         88 EOF-VIVO                  VALUE 'S' FALSE 'N'.
       77 WS-VIVO-EXISTE     PIC X     VALUE 'N'.
         88 VIVO-EXISTE               VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-SUPERVISOR-OK   PIC X     VALUE 'N'.
         88 SUPERVISOR-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
         88 WS-CONFIRMA-SIM           VALUE 'S' 's'.
       77 WS-DATA-CONJUNTO   PIC 9(08) VALUE ZEROS.
       77 WS-ARQ-PEDIDO      PIC X(12) VALUE SPACES.
       77 WS-DETALHES-ARQ    PIC X(20) VALUE SPACES.
       77 WS-CHAMADA-RESULT  PIC S9(9) COMP-5 VALUE ZEROS.
      *    MANIFESTO DO CONJUNTO ESCOLHIDO.
       77 WS-QTD-MAN         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MAN         PIC 9(03) VALUE ZEROS.
       77 WS-MAN-ESCOLHIDO   PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-MANIFESTO.
          02 WS-MAN-ITEM OCCURS 170 TIMES.
             03 WS-MAN-ARQUIVO    PIC X(12).
             03 WS-MAN-SITUACAO   PIC X(01).
             03 WS-MAN-REGISTROS  PIC 9(07).
             03 WS-MAN-HASH       PIC 9(15).
             03 WS-MAN-NOME-COPIA PIC X(60).
      *    REGISTRO CORRENTE DE CADA LADO DO BALANCE LINE DA PREVIA.
       77 WS-CHAVE-COPIA     PIC X(30) VALUE SPACES.
       77 WS-REG-COPIA       PIC X(400) VALUE SPACES.
       77 WS-CHAVE-VIVO      PIC X(30) VALUE SPACES.
       77 WS-REG-VIVO        PIC X(400) VALUE SPACES.
       77 WS-CONT-SO-COPIA   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SO-VIVO    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DIFERENTES PIC 9(07) VALUE ZEROS.
       77 WS-CONT-IGUAIS     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-CONFERE-COPIA THRU P0200-FIM
           END-IF.
           IF NOT FIM-OK
               PERFORM P0300-PREVIA   THRU P0300-FIM
               PERFORM P0350-CONFIRMA THRU P0350-FIM
               IF WS-CONFIRMA-SIM
                   PERFORM P0400-RESTAURA THRU P0400-FIM
               END-IF
           END-IF.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** RESTAURACAO DE COPIA DE SEGURANCA *****'.
           SET FIM-OK TO FALSE.

           PERFORM P0110-AUTORIZA-SUPERVISOR THRU P0110-FIM.
           IF NOT SUPERVISOR-OK
               DISPLAY 'RESTAURACAO RESTRITA AO SUPERVISOR -'
                       ' ENCERRANDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'DATA DO CONJUNTO A USAR (AAAAMMDD): '.
           ACCEPT WS-DATA-CONJUNTO.
           PERFORM P0120-CARREGA-MANIFESTO THRU P0120-FIM.
           IF WS-QTD-MAN EQUAL ZEROS
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0130-ESCOLHE-ARQUIVO THRU P0130-FIM.
       P0100-FIM.

       P0110-AUTORIZA-SUPERVISOR.
      *    O OPERMST E LIDO PELO MESMO SELECT DA LISTA DE CADASTROS,
      *    APONTADO PARA O ARQUIVO VIVO.
           SET SUPERVISOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           MOVE WS-ARQ-OPERMST-DAT TO WS-BKP-NOME-ARQ.
           SET ST-BKP-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF ST-BKP-OK
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
               DISPLAY 'FILE STATUS: ' WS-ST-BKP
           END-IF.
       P0110-FIM.

       P0120-CARREGA-MANIFESTO.
           MOVE ZEROS TO WS-QTD-MAN.
           MOVE SPACES TO WS-NOME-MANIFESTO.
           STRING WS-ARQ-PREF-BKP DELIMITED BY SPACE
                  WS-DATA-CONJUNTO '.MAN'
                  DELIMITED BY SIZE INTO WS-NOME-MANIFESTO.

           SET ST-MAN-OK TO TRUE.
           OPEN INPUT MANIFESTO.
           IF NOT ST-MAN-OK
               DISPLAY 'CONJUNTO ' WS-DATA-CONJUNTO
                       ' INEXISTENTE OU JA ELIMINADO PELA RETENCAO.'
               DISPLAY 'FILE STATUS: ' WS-ST-MAN
               GO TO P0120-FIM
           END-IF.

           DISPLAY 'ARQUIVO      SITUACAO  REGISTROS'.
           SET FIM-MAN TO FALSE.
           PERFORM P0125-LE-MANIFESTO THRU P0125-FIM
                   UNTIL FIM-MAN.
           CLOSE MANIFESTO.

           IF WS-QTD-MAN EQUAL ZEROS
               DISPLAY 'MANIFESTO ' WS-NOME-MANIFESTO ' VAZIO.'
           END-IF.
       P0120-FIM.

       P0125-LE-MANIFESTO.
           READ MANIFESTO
               AT END
                   SET FIM-MAN TO TRUE
                   GO TO P0125-FIM
           END-READ.
           IF WS-QTD-MAN EQUAL 170
               GO TO P0125-FIM
           END-IF.

           ADD 1 TO WS-QTD-MAN.
           MOVE BKM-ARQUIVO    TO WS-MAN-ARQUIVO(WS-QTD-MAN).
           MOVE BKM-SITUACAO   TO WS-MAN-SITUACAO(WS-QTD-MAN).
           MOVE BKM-REGISTROS  TO WS-MAN-REGISTROS(WS-QTD-MAN).
           MOVE BKM-HASH       TO WS-MAN-HASH(WS-QTD-MAN).
           MOVE BKM-NOME-COPIA TO WS-MAN-NOME-COPIA(WS-QTD-MAN).

           EVALUATE TRUE
               WHEN BKM-VERIFICADO
                   DISPLAY BKM-ARQUIVO ' CONFERIDO ' BKM-REGISTROS
               WHEN BKM-DIVERGENTE
                   DISPLAY BKM-ARQUIVO ' DIVERGENTE ' BKM-REGISTROS
               WHEN BKM-AUSENTE
                   DISPLAY BKM-ARQUIVO ' NAO EXISTIA'
               WHEN OTHER
                   DISPLAY BKM-ARQUIVO ' ERRO NA COPIA'
           END-EVALUATE.
       P0125-FIM.

       P0130-ESCOLHE-ARQUIVO.
           MOVE SPACES TO WS-ARQ-PEDIDO.
           DISPLAY 'ARQUIVO A RESTAURAR (EX.: OPERMST.DAT): '.
           ACCEPT WS-ARQ-PEDIDO.

           MOVE ZEROS TO WS-MAN-ESCOLHIDO.
           MOVE 1 TO WS-IDX-MAN.
           PERFORM P0135-PROCURA-MANIFESTO THRU P0135-FIM
                   UNTIL WS-IDX-MAN > WS-QTD-MAN
                      OR WS-MAN-ESCOLHIDO NOT EQUAL ZEROS.
           IF WS-MAN-ESCOLHIDO EQUAL ZEROS
               DISPLAY WS-ARQ-PEDIDO ' NAO CONSTA DO CONJUNTO '
                       WS-DATA-CONJUNTO '.'
               SET FIM-OK TO TRUE
               GO TO P0130-FIM
           END-IF.
           IF WS-MAN-SITUACAO(WS-MAN-ESCOLHIDO) NOT EQUAL 'V'
               DISPLAY 'A COPIA DE ' WS-ARQ-PEDIDO ' NESTE CONJUNTO'
                       ' NAO FOI CONFERIDA - RESTAURACAO RECUSADA.'
               SET FIM-OK TO TRUE
               GO TO P0130-FIM
           END-IF.

           MOVE ZEROS TO WS-BKP-IDX.
           MOVE 1 TO WS-IDX-MAN.
           PERFORM P0138-PROCURA-LISTA THRU P0138-FIM
                   UNTIL WS-IDX-MAN > WS-BKP-QTD-ARQS
                      OR WS-BKP-IDX NOT EQUAL ZEROS.
           IF WS-BKP-IDX EQUAL ZEROS
               DISPLAY WS-ARQ-PEDIDO ' FORA DA LISTA DE CADASTROS'
                       ' ATUAL - RESTAURACAO RECUSADA.'
               SET FIM-OK TO TRUE
               GO TO P0130-FIM
           END-IF.

           MOVE WS-MAN-NOME-COPIA(WS-MAN-ESCOLHIDO) TO WS-NOME-COPIA.
           IF WS-BKP-ARQUIVO(WS-BKP-IDX) EQUAL 'XREFPART.'
               MOVE 'XREFPART.' TO WS-PERFIL-LOGICO
               PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM
               MOVE SPACES TO WS-NOME-VIVO
               STRING WS-PERFIL-FISICO DELIMITED BY SPACE
                      WS-ARQ-PEDIDO(10:2) DELIMITED BY SIZE
                      INTO WS-NOME-VIVO
           ELSE
               MOVE WS-ARQ-PEDIDO TO WS-PERFIL-LOGICO
               PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM
               MOVE WS-PERFIL-FISICO TO WS-NOME-VIVO
           END-IF.
       P0130-FIM.

       P0135-PROCURA-MANIFESTO.
           IF WS-MAN-ARQUIVO(WS-IDX-MAN) EQUAL WS-ARQ-PEDIDO
               MOVE WS-IDX-MAN TO WS-MAN-ESCOLHIDO
           END-IF.
           ADD 1 TO WS-IDX-MAN.
       P0135-FIM.

       P0138-PROCURA-LISTA.
      *    O DE-PARA DE CADA PARCEIRO (XREFPART.NN) USA A ENTRADA
      *    XREFPART. DA LISTA.
           IF WS-BKP-ARQUIVO(WS-IDX-MAN) EQUAL WS-ARQ-PEDIDO
              OR (WS-BKP-ARQUIVO(WS-IDX-MAN) EQUAL 'XREFPART.'
                  AND WS-ARQ-PEDIDO(1:9) EQUAL 'XREFPART.')
               MOVE WS-IDX-MAN TO WS-BKP-IDX
           END-IF.
           ADD 1 TO WS-IDX-MAN.
       P0138-FIM.

       P0200-CONFERE-COPIA.
      *    A COPIA E RELIDA E TEM DE BATER COM O MANIFESTO ANTES DE
      *    QUALQUER COISA - COPIA ALTERADA DEPOIS DA GERACAO NAO
      *    SERVE PARA RESTAURAR.
           MOVE WS-NOME-COPIA TO WS-BKP-NOME-ARQ.
           PERFORM 9330-TOTALIZA-CADASTRO THRU 9330-FIM.
           IF NOT ST-BKP-OK
               DISPLAY 'COPIA ' WS-NOME-COPIA ' ILEGIVEL - FILE STATUS '
                       WS-ST-BKP
               SET FIM-OK TO TRUE
               GO TO P0200-FIM
           END-IF.
           IF WS-BKP-REGISTROS NOT EQUAL
                  WS-MAN-REGISTROS(WS-MAN-ESCOLHIDO)
              OR WS-BKP-HASH NOT EQUAL WS-MAN-HASH(WS-MAN-ESCOLHIDO)
               DISPLAY 'COPIA ' WS-NOME-COPIA ' NAO BATE COM O'
                       ' MANIFESTO - RESTAURACAO RECUSADA.'
               DISPLAY '  MANIFESTO: '
                       WS-MAN-REGISTROS(WS-MAN-ESCOLHIDO) ' REG. / '
                       'COPIA: ' WS-BKP-REGISTROS ' REG.'
               SET FIM-OK TO TRUE
           END-IF.
       P0200-FIM.

       P0300-PREVIA.
      *    BALANCE LINE COPIA X ARQUIVO VIVO PELA CHAVE PRIMARIA. O
      *    VIVO E DESCARREGADO ANTES NO ARQUIVO DE TRABALHO, PORQUE
      *    OS DOIS LADOS USAM O MESMO SELECT.
           SET VIVO-EXISTE TO FALSE.
           SET ST-WRK-OK TO TRUE.
           OPEN OUTPUT TRABALHO.
           IF NOT ST-WRK-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE TRABALHO DA PREVIA.'
               DISPLAY 'FILE STATUS: ' WS-ST-WRK
               SET FIM-OK TO TRUE
               MOVE SPACES TO WS-CONFIRMA
               GO TO P0300-FIM
           END-IF.

           MOVE WS-NOME-VIVO TO WS-BKP-NOME-ARQ.
           PERFORM 9300-ABRE-CADASTRO THRU 9300-FIM.
           IF BKP-ABERTO
               SET VIVO-EXISTE TO TRUE
               PERFORM 9310-LE-CADASTRO THRU 9310-FIM
               PERFORM P0305-DESCARREGA-VIVO THRU P0305-FIM
                       UNTIL FIM-BKP
               PERFORM 9320-FECHA-CADASTRO THRU 9320-FIM
           ELSE
               DISPLAY WS-ARQ-PEDIDO ' VIVO INDISPONIVEL (FILE STATUS '
                       WS-ST-BKP ') - TRATADO COMO VAZIO NA PREVIA.'
           END-IF.
           CLOSE TRABALHO.

           OPEN INPUT TRABALHO.
           SET EOF-VIVO TO FALSE.
           PERFORM P0320-LE-VIVO THRU P0320-FIM.

           MOVE WS-NOME-COPIA TO WS-BKP-NOME-ARQ.
           PERFORM 9300-ABRE-CADASTRO THRU 9300-FIM.
           SET EOF-COPIA TO FALSE.
           PERFORM P0310-LE-COPIA THRU P0310-FIM.

           PERFORM P0330-COMPARA THRU P0330-FIM
                   UNTIL EOF-COPIA AND EOF-VIVO.

           PERFORM 9320-FECHA-CADASTRO THRU 9320-FIM.
           CLOSE TRABALHO.

           DISPLAY 'PREVIA DA RESTAURACAO DE ' WS-ARQ-PEDIDO
                   ' DO CONJUNTO ' WS-DATA-CONJUNTO ':'.
           DISPLAY '  SO NA COPIA (SERAO RECRIADOS)........: '
                   WS-CONT-SO-COPIA.
           DISPLAY '  SO NO ARQUIVO VIVO (SERAO PERDIDOS)..: '
                   WS-CONT-SO-VIVO.
           DISPLAY '  COM CONTEUDO DIFERENTE...............: '
                   WS-CONT-DIFERENTES.
           DISPLAY '  IGUAIS...............................: '
                   WS-CONT-IGUAIS.
       P0300-FIM.

       P0305-DESCARREGA-VIVO.
           MOVE WS-BKP-CHAVE     TO WRK-CHAVE.
           MOVE WS-BKP-TAMANHO   TO WRK-TAMANHO.
           MOVE WS-BKP-REGISTRO  TO WRK-REGISTRO.
           WRITE RG-TRABALHO.
           PERFORM 9310-LE-CADASTRO THRU 9310-FIM.
       P0305-FIM.

       P0310-LE-COPIA.
           IF NOT BKP-ABERTO
               SET EOF-COPIA TO TRUE
               MOVE HIGH-VALUES TO WS-CHAVE-COPIA
               GO TO P0310-FIM
           END-IF.
           PERFORM 9310-LE-CADASTRO THRU 9310-FIM.
           IF FIM-BKP
               SET EOF-COPIA TO TRUE
               MOVE HIGH-VALUES TO WS-CHAVE-COPIA
           ELSE
               MOVE WS-BKP-CHAVE    TO WS-CHAVE-COPIA
               MOVE WS-BKP-REGISTRO TO WS-REG-COPIA
           END-IF.
       P0310-FIM.

       P0320-LE-VIVO.
           READ TRABALHO
               AT END
                   SET EOF-VIVO TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-VIVO
               NOT AT END
                   MOVE WRK-CHAVE    TO WS-CHAVE-VIVO
                   MOVE WRK-REGISTRO TO WS-REG-VIVO
           END-READ.
       P0320-FIM.

       P0330-COMPARA.
           EVALUATE TRUE
               WHEN WS-CHAVE-COPIA < WS-CHAVE-VIVO
                   ADD 1 TO WS-CONT-SO-COPIA
                   PERFORM P0310-LE-COPIA THRU P0310-FIM
               WHEN WS-CHAVE-COPIA > WS-CHAVE-VIVO
                   ADD 1 TO WS-CONT-SO-VIVO
                   PERFORM P0320-LE-VIVO THRU P0320-FIM
               WHEN OTHER
                   IF WS-REG-COPIA NOT EQUAL WS-REG-VIVO
                       ADD 1 TO WS-CONT-DIFERENTES
                   ELSE
                       ADD 1 TO WS-CONT-IGUAIS
                   END-IF
                   PERFORM P0310-LE-COPIA THRU P0310-FIM
                   PERFORM P0320-LE-VIVO THRU P0320-FIM
           END-EVALUATE.
       P0330-FIM.

       P0350-CONFIRMA.
           MOVE SPACES TO WS-CONFIRMA.
           IF FIM-OK
               GO TO P0350-FIM
           END-IF.
           DISPLAY 'CONFIRMA A RESTAURACAO? O ' WS-ARQ-PEDIDO
                   ' ATUAL SERA GUARDADO EM .ANTES. (S/N): '.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'RESTAURACAO CANCELADA PELO SUPERVISOR.'
           END-IF.
       P0350-FIM.

       P0400-RESTAURA.
           MOVE SPACES TO WS-NOME-ANTES.
           STRING WS-NOME-VIVO DELIMITED BY SPACE
                  '.ANTES' DELIMITED BY SIZE
                  INTO WS-NOME-ANTES.

           IF VIVO-EXISTE
               CALL 'CBL_COPY_FILE' USING
                   WS-NOME-VIVO WS-NOME-ANTES
                   RETURNING WS-CHAMADA-RESULT
               END-CALL
               IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GUARDAR ' WS-NOME-ANTES
                           ' - RESTAURACAO NAO EFETIVADA.'
                   GO TO P0400-FIM
               END-IF
           END-IF.

           CALL 'CBL_COPY_FILE' USING
               WS-NOME-COPIA WS-NOME-VIVO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO COPIAR ' WS-NOME-COPIA ' SOBRE '
                       WS-NOME-VIVO '.'
               IF VIVO-EXISTE
                   DISPLAY 'O ARQUIVO ANTERIOR ESTA EM ' WS-NOME-ANTES
               END-IF
               GO TO P0400-FIM
           END-IF.

      *    CONFERENCIA FINAL: O ARQUIVO RESTAURADO TEM DE BATER COM
      *    O MANIFESTO DO CONJUNTO.
           MOVE WS-NOME-VIVO TO WS-BKP-NOME-ARQ.
           PERFORM 9330-TOTALIZA-CADASTRO THRU 9330-FIM.
           IF ST-BKP-OK
              AND WS-BKP-REGISTROS EQUAL
                  WS-MAN-REGISTROS(WS-MAN-ESCOLHIDO)
              AND WS-BKP-HASH EQUAL WS-MAN-HASH(WS-MAN-ESCOLHIDO)
               DISPLAY WS-ARQ-PEDIDO ' RESTAURADO E CONFERIDO COM '
                       WS-BKP-REGISTROS ' REGISTRO(S) DO CONJUNTO '
                       WS-DATA-CONJUNTO '.'
           ELSE
               DISPLAY 'ATENCAO: ' WS-ARQ-PEDIDO ' RESTAURADO NAO'
                       ' BATE COM O MANIFESTO - VERIFIQUE.'
           END-IF.
           IF VIVO-EXISTE
               DISPLAY 'ARQUIVO ANTERIOR GUARDADO EM ' WS-NOME-ANTES
           END-IF.

           PERFORM P0415-CARIMBA-GERACAO THRU P0415-FIM.
           PERFORM P0410-GRAVA-DIARIO THRU P0410-FIM.
       P0400-FIM.

       P0415-CARIMBA-GERACAO.
      *    O ARQUIVO RESTAURADO E CARIMBADO COM A DATA DO CONJUNTO,
      *    COMO NA RESTAURACAO DE SNAPSHOT (RESTSNAP).
           MOVE 'G' TO GST-FUNCAO.
           MOVE ZEROS TO GST-RETORNO.
           MOVE WS-ARQ-PEDIDO TO GST-ARQUIVO.
           MOVE 'BKPREST' TO GST-PROGRAMA.
           MOVE ZEROS TO GST-CORRIDA.
           MOVE WS-DATA-CONJUNTO TO GST-DATA.
           MOVE ZEROS TO GST-HORA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/GERSTAMP'
               USING WS-GERSTAMP-AREA
           END-CALL.
       P0415-FIM.

       P0410-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'BKPREST'       TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE ZEROS           TO DIARIO-COD-DADOS
               MOVE SPACES          TO DIARIO-NOM-DADOS
               STRING WS-DATA-CONJUNTO ' ' WS-ARQ-PEDIDO
                   DELIMITED BY SIZE INTO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-OPERADOR     TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0410-FIM.

       COPY BKPARQ.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'BKPREST.WRK' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-BKPREST-WRK.
           MOVE 'BKP.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-BKP.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
