      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do controle de pontos de controle das
      *          corridas de atualizacao de valor (CKPTCTL.DAT): um
      *          registro por programa enquanto a corrida esta em
      *          aberto, com o ultimo ponto gravado - posicao na
      *          entrada, ultima chave tratada, contadores, totais e
      *          parametros da corrida - e a fotografia do CTLSALDO
      *          no ponto. O registro so existe entre o inicio e o
      *          encerramento normal da corrida; achado no inicio,
      *          indica corrida interrompida a retomar. Mantido pelo
      *          subprograma CKPTSRV; a cadeia noturna le o arquivo
      *          para oferecer a retomada.
      ******************************************************************
       01  RG-CKPTCTL.
           02  CKC-PROGRAMA        PIC X(08).
           02  CKC-DATA-INICIO     PIC 9(08).
           02  CKC-HORA-INICIO     PIC 9(06).
           02  CKC-OPERADOR        PIC X(08).
           02  CKC-DATA-PONTO      PIC 9(08).
           02  CKC-HORA-PONTO      PIC 9(06).
           02  CKC-PONTO-NUM       PIC 9(07).
           02  CKC-POSICAO         PIC 9(09).
           02  CKC-ULTIMA-CHAVE    PIC X(20).
           02  CKC-CONTADORES.
               03  CKC-CONTADOR    PIC 9(07) OCCURS 8 TIMES.
           02  CKC-TOTAIS.
               03  CKC-TOTAL       PIC S9(13)V99 COMP-3
                                   OCCURS 4 TIMES.
           02  CKC-CTL-EXISTE      PIC X(01).
               88  CKC-CTL-GRAVADO     VALUE 'S'.
           02  CKC-CTL-QTD         PIC S9(07) COMP-3.
           02  CKC-CTL-VALOR       PIC S9(11)V99 COMP-3.
           02  CKC-PARAMETROS      PIC X(60).
           02  CKC-RETOMADAS       PIC 9(03).
           02  CKC-LIBERADA        PIC X(01).
               88  CKC-RETOMADA-LIBERADA VALUE 'S'.
