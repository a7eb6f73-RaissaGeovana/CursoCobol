      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de comunicacao com o CHKFECH, a lista de
      *          verificacao do fechamento mensal: o chamador informa
      *          o periodo AAAAMM; o CHKFECH confere os itens ativos
      *          de CHKFECH.TXT, imprime o certificado e devolve os
      *          itens obrigatorios reprovados sem dispensa.
      *          Retornos: 00 periodo liberado para o fechamento,
      *          04 item obrigatorio reprovado, 90 certificado nao
      *          impresso (a conferencia vale assim mesmo).
      ******************************************************************
       01  WS-CHK-AREA.
           02  CHK-PERIODO         PIC 9(06).
           02  CHK-RETORNO         PIC 9(02).
               88  CHK-LIBERADO    VALUE 00 90.
               88  CHK-BLOQUEADO   VALUE 04.
           02  CHK-QTD-FALHAS      PIC 9(02).
           02  CHK-FALHA           OCCURS 10 TIMES.
               03  CHK-FALHA-ITEM  PIC X(08).
               03  CHK-FALHA-DESC  PIC X(40).
           02  CHK-CERTIFICADO     PIC X(60).
