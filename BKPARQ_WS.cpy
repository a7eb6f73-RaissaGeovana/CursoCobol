      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho do conjunto de copias de seguranca
      *          dos cadastros (BKPGER / BKPREST): lista dos arquivos
      *          mestres e satelites cobertos pela copia, nome do
      *          arquivo aberto no momento (os SELECT dos cadastros
      *          apontam todos para WS-BKP-NOME-ARQ, para ler tanto o
      *          arquivo vivo quanto a copia do conjunto), imagem do
      *          registro lido com tamanho e chave, e os totais de
      *          controle - quantidade de registros e total de hash
      *          (soma dos bytes de cada registro ponderados pela
      *          posicao). Requer COPY BKPARQ nos paragrafos e os
      *          SELECT/FD dos cadastros da lista no programa, na
      *          mesma ordem. A entrada XREFPART. (terminada em ponto)
      *          representa os de-para por parceiro - um arquivo
      *          XREFPART.NN para cada parceiro do PARCEIRO.DAT.
      ******************************************************************
       77  WS-ST-BKP           PIC 99.
           88  ST-BKP-OK           VALUE 0.
       77  WS-BKP-NOME-ARQ     PIC X(60) VALUE SPACES.
       77  WS-BKP-QTD-ARQS     PIC 9(02) VALUE 64.
       77  WS-BKP-IDX          PIC 9(02) VALUE ZEROS.
       01  WS-BKP-LISTA-VALORES.
           02  FILLER PIC X(12) VALUE 'DADOS1.DAT'.
           02  FILLER PIC X(12) VALUE 'OPERMST.DAT'.
           02  FILLER PIC X(12) VALUE 'DEPTOS.DAT'.
           02  FILLER PIC X(12) VALUE 'ALCADA.DAT'.
           02  FILLER PIC X(12) VALUE 'CONTATOS.DAT'.
           02  FILLER PIC X(12) VALUE 'NOTAS.DAT'.
           02  FILLER PIC X(12) VALUE 'VERSOES.DAT'.
           02  FILLER PIC X(12) VALUE 'CASOS.DAT'.
           02  FILLER PIC X(12) VALUE 'PAGCTL.DAT'.
           02  FILLER PIC X(12) VALUE 'FECHMES.DAT'.
           02  FILLER PIC X(12) VALUE 'CTLSALDO.DAT'.
           02  FILLER PIC X(12) VALUE 'SUSPENSO.DAT'.
           02  FILLER PIC X(12) VALUE 'PARCEIRO.DAT'.
           02  FILLER PIC X(12) VALUE 'RETLEGAL.DAT'.
           02  FILLER PIC X(12) VALUE 'LIMITES.DAT'.
           02  FILLER PIC X(12) VALUE 'CAMBIO.DAT'.
           02  FILLER PIC X(12) VALUE 'MOEDAREG.DAT'.
           02  FILLER PIC X(12) VALUE 'GLCONTAS.DAT'.
           02  FILLER PIC X(12) VALUE 'GLSALDO.DAT'.
           02  FILLER PIC X(12) VALUE 'CONSENT.DAT'.
           02  FILLER PIC X(12) VALUE 'PESSOAS.DAT'.
           02  FILLER PIC X(12) VALUE 'LCTFUT.DAT'.
           02  FILLER PIC X(12) VALUE 'RECORR.DAT'.
           02  FILLER PIC X(12) VALUE 'FERIADOS.DAT'.
           02  FILLER PIC X(12) VALUE 'COBRANCA.DAT'.
           02  FILLER PIC X(12) VALUE 'AGENDA.DAT'.
           02  FILLER PIC X(12) VALUE 'TAXMAST.DAT'.
           02  FILLER PIC X(12) VALUE 'METAS.DAT'.
           02  FILLER PIC X(12) VALUE 'TARIFA.DAT'.
           02  FILLER PIC X(12) VALUE 'RISCO.DAT'.
           02  FILLER PIC X(12) VALUE 'DOCTIPOS.DAT'.
           02  FILLER PIC X(12) VALUE 'CEPMST.DAT'.
           02  FILLER PIC X(12) VALUE 'LEMBRETE.DAT'.
           02  FILLER PIC X(12) VALUE 'PENDALT.DAT'.
           02  FILLER PIC X(12) VALUE 'PENDLCT.DAT'.
           02  FILLER PIC X(12) VALUE 'ALERTAS.DAT'.
           02  FILLER PIC X(12) VALUE 'RATEIO.DAT'.
           02  FILLER PIC X(12) VALUE 'AMOSCTL.DAT'.
           02  FILLER PIC X(12) VALUE 'AMOSTRA.DAT'.
           02  FILLER PIC X(12) VALUE 'DORMENC.DAT'.
           02  FILLER PIC X(12) VALUE 'AVISOS.DAT'.
           02  FILLER PIC X(12) VALUE 'AVISOLID.DAT'.
           02  FILLER PIC X(12) VALUE 'JUROS.DAT'.
           02  FILLER PIC X(12) VALUE 'JUROACR.DAT'.
           02  FILLER PIC X(12) VALUE 'OPERACES.DAT'.
           02  FILLER PIC X(12) VALUE 'DOCREC.DAT'.
           02  FILLER PIC X(12) VALUE 'SENHAHIS.DAT'.
           02  FILLER PIC X(12) VALUE 'MOVREF.DAT'.
           02  FILLER PIC X(12) VALUE 'RETENCAO.DAT'.
           02  FILLER PIC X(12) VALUE 'XREFPART.'.
           02  FILLER PIC X(12) VALUE 'FECHANO.DAT'.
           02  FILLER PIC X(12) VALUE 'TARIFREG.DAT'.
           02  FILLER PIC X(12) VALUE 'RATREG.DAT'.
           02  FILLER PIC X(12) VALUE 'JURODIA.DAT'.
           02  FILLER PIC X(12) VALUE 'PARTMON.DAT'.
           02  FILLER PIC X(12) VALUE 'RECEBREG.DAT'.
           02  FILLER PIC X(12) VALUE 'REGCTL.DAT'.
           02  FILLER PIC X(12) VALUE 'CHKDISP.DAT'.
           02  FILLER PIC X(12) VALUE 'QRYCAT.DAT'.
           02  FILLER PIC X(12) VALUE 'ARQCAT.DAT'.
           02  FILLER PIC X(12) VALUE 'RELCAT.DAT'.
           02  FILLER PIC X(12) VALUE 'SAIDACTL.DAT'.
           02  FILLER PIC X(12) VALUE 'CKPTCTL.DAT'.
           02  FILLER PIC X(12) VALUE 'CKPTJRN.DAT'.
       01  WS-BKP-LISTA REDEFINES WS-BKP-LISTA-VALORES.
           02  WS-BKP-ARQUIVO  OCCURS 64 TIMES PIC X(12).
       77  WS-BKP-FIM          PIC X  VALUE 'N'.
           88  FIM-BKP             VALUE 'S' FALSE 'N'.
       77  WS-BKP-ABERTO       PIC X  VALUE 'N'.
           88  BKP-ABERTO          VALUE 'S' FALSE 'N'.
       77  WS-BKP-REGISTRO     PIC X(400) VALUE SPACES.
       77  WS-BKP-TAMANHO      PIC 9(04) VALUE ZEROS.
       77  WS-BKP-CHAVE        PIC X(30) VALUE SPACES.
       77  WS-BKP-POS          PIC 9(04) VALUE ZEROS.
       77  WS-BKP-REGISTROS    PIC 9(07) VALUE ZEROS.
       77  WS-BKP-HASH         PIC 9(15) VALUE ZEROS.
       01  WS-BKP-BYTE-AREA.
           02  FILLER          PIC X  VALUE LOW-VALUE.
           02  WS-BKP-BYTE     PIC X  VALUE LOW-VALUE.
       01  WS-BKP-BYTE-NUM REDEFINES WS-BKP-BYTE-AREA
                               PIC 9(04) BINARY.
