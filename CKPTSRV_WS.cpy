      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de comunicacao com o CKPTSRV, o servico de
      *          ponto de controle e retomada das corridas que
      *          atualizam valor no DADOS1.DAT (LANCTOS, REVAL,
      *          MASSUPD, NOMEPAD, PARTAPL). Funcoes: C consulta a
      *          corrida em aberto do programa (e devolve o
      *          intervalo de pontos de CKPTINT.TXT); I inicia a
      *          corrida; J jornaliza a imagem anterior de uma
      *          gravacao antes de ela acontecer; P grava o ponto de
      *          controle com posicao, chave, contadores, totais e
      *          parametros; R retoma - desfaz tudo o que foi
      *          jornalizado depois do ultimo ponto, repoe o
      *          CTLSALDO daquele ponto e devolve os dados do ponto;
      *          E encerra a corrida; L libera a proxima retomada sem
      *          pergunta ao operador (usada pela cadeia noturna).
      *          Retornos: 00 feito, 01 sem corrida em aberto, 02
      *          controle indisponivel.
      ******************************************************************
       01  WS-CKP-AREA.
           02  CKP-FUNCAO          PIC X(01).
               88  CKP-CONSULTA        VALUE 'C'.
               88  CKP-INICIA          VALUE 'I'.
               88  CKP-JORNALIZA       VALUE 'J'.
               88  CKP-PONTO           VALUE 'P'.
               88  CKP-RETOMA          VALUE 'R'.
               88  CKP-ENCERRA         VALUE 'E'.
               88  CKP-LIBERA          VALUE 'L'.
           02  CKP-PROGRAMA        PIC X(08).
           02  CKP-OPERADOR        PIC X(08).
           02  CKP-INTERVALO       PIC 9(05).
           02  CKP-DESDE-PONTO     PIC 9(05).
           02  CKP-PONTO-NUM       PIC 9(07).
           02  CKP-SEQ-JORNAL      PIC 9(07).
           02  CKP-DATA-INICIO     PIC 9(08).
           02  CKP-HORA-INICIO     PIC 9(06).
           02  CKP-DATA-PONTO      PIC 9(08).
           02  CKP-HORA-PONTO      PIC 9(06).
           02  CKP-POSICAO         PIC 9(09).
           02  CKP-ULTIMA-CHAVE    PIC X(20).
           02  CKP-CONTADORES.
               03  CKP-CONTADOR    PIC 9(07) OCCURS 8 TIMES.
           02  CKP-TOTAIS.
               03  CKP-TOTAL       PIC S9(13)V99 COMP-3
                                   OCCURS 4 TIMES.
           02  CKP-PARAMETROS      PIC X(60).
           02  CKP-RETOMADAS       PIC 9(03).
           02  CKP-DESFEITOS       PIC 9(05).
           02  CKP-CADEIA          PIC X(01).
               88  CKP-PELA-CADEIA     VALUE 'S'.
           02  CKP-JORNAL.
               03  CKP-ACAO            PIC X(01).
                   88  CKP-ACAO-ALTERACAO  VALUE 'A'.
                   88  CKP-ACAO-INCLUSAO   VALUE 'I'.
                   88  CKP-ACAO-MOVIMENTO  VALUE 'M'.
                   88  CKP-ACAO-PENDENCIA  VALUE 'P'.
                   88  CKP-ACAO-FUTURO     VALUE 'F'.
                   88  CKP-ACAO-SUSPENSO   VALUE 'S'.
               03  CKP-COD-DADOS       PIC 9(07).
               03  CKP-IMAGEM          PIC X(45).
               03  CKP-MOV-TIPO        PIC X(01).
               03  CKP-MOV-VALOR       PIC 9(07)V99.
               03  CKP-MOV-MOTIVO      PIC X(03).
               03  CKP-MOV-REFERENCIA  PIC 9(09).
           02  CKP-RETORNO         PIC 9(02).
               88  CKP-OK              VALUE 0.
               88  CKP-SEM-PONTO       VALUE 1.
               88  CKP-INDISPONIVEL    VALUE 2.
