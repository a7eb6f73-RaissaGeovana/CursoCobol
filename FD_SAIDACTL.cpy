      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do controle de liberacao das saidas
      *          (SAIDACTL.DAT), gravado pela etapa TOLSAIDA da cadeia
      *          noturna - um registro por data de corrida com os
      *          numeros da noite (registros de DADOS1.DAT, movimento
      *          e rejeicoes do dia pelo ESTATDIA.TXT, soma de valor
      *          pelo CTLSALDO.DAT), quantos ficaram fora da
      *          tolerancia e a decisao: liberada automaticamente
      *          (dentro da tolerancia), retida aguardando o
      *          supervisor, liberada ou cancelada pelo supervisor.
      *          As interfaces de saida (TRANSDF, TRANSDEL, GLPOST,
      *          PAGTOGER, REGEXTR, DWEXTR) recusam rodar enquanto o
      *          registro mais recente estiver retido ou cancelado
      *          e, com a cadeia noturna em andamento, enquanto nao
      *          houver o registro da data da corrida (paragrafo
      *          9400 do copybook SAIDACTL). A soma de
      *          valor guardada aqui e o historico de valor da
      *          tolerancia das noites seguintes.
      ******************************************************************
       01  RG-SAIDACTL.
           02  SAI-DATA            PIC 9(08).
           02  SAI-SITUACAO        PIC X(01).
               88  SAI-LIBERADA-AUTO   VALUE 'A'.
               88  SAI-RETIDA          VALUE 'R'.
               88  SAI-LIBERADA-SUP    VALUE 'L'.
               88  SAI-CANCELADA       VALUE 'C'.
               88  SAI-BLOQUEADA       VALUE 'R' 'C'.
           02  SAI-QTD-D1          PIC 9(07).
           02  SAI-MOVIMENTO       PIC 9(07).
           02  SAI-REJEICOES       PIC 9(05).
           02  SAI-VALOR-D1        PIC S9(13)V99.
           02  SAI-QTD-FORA        PIC 9(02).
           02  SAI-MOTIVO          PIC X(40).
           02  SAI-SUPERVISOR      PIC X(08).
           02  SAI-DATA-DECISAO    PIC 9(08).
           02  SAI-HORA-DECISAO    PIC 9(06).
           02  FILLER              PIC X(10).
