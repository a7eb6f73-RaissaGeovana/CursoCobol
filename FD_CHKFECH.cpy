      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da configuracao da lista de verificacao do
      *          fechamento mensal (CHKFECH.TXT) - um item por linha,
      *          ativo ou nao e obrigatorio ou so informativo. Itens
      *          conhecidos pelo CHKFECH: CTLVERIF (controle de saldos
      *          conferido), CONCDIA (conciliacao sem discrepancia),
      *          CASOS (nenhum caso aberto), GLPOST (interface
      *          contabil do ultimo dia util gerada) e SUSPENSO
      *          (nenhum suspenso do periodo). Sem o arquivo vale a
      *          lista embutida, todos ativos e obrigatorios. Mantido
      *          pelo CHKMNT.
      ******************************************************************
       01  RG-CHKFECH.
           02  CKF-ITEM            PIC X(08).
           02  CKF-DESCRICAO       PIC X(40).
           02  CKF-ATIVO           PIC X(01).
               88  CKF-ITEM-ATIVO  VALUE 'S'.
           02  CKF-OBRIGATORIO     PIC X(01).
               88  CKF-ITEM-OBRIGATORIO VALUE 'S'.
