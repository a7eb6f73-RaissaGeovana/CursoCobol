      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do historico de consentimento (CONSHIS.TXT)
      *          - cada mudanca de opcao feita pelo CONSMNT grava o
      *          canal, a opcao antiga e a nova, a data e a origem da
      *          decisao. Opcao antiga em branco e o primeiro registro
      *          do canal; opcao nova em branco e a remocao do
      *          consentimento. No apagamento LGPD as opcoes e a
      *          origem do codigo sao apagadas e o esqueleto (codigo,
      *          canal, datas) fica.
      ******************************************************************
       01  RG-CONSHIS.
           02  CSH-COD-DADOS       PIC 9(07).
           02  CSH-SEQ             PIC 9(02).
           02  CSH-CANAL           PIC 9(01).
           02  CSH-OPCAO-ANT       PIC X(01).
           02  CSH-OPCAO-NOVA      PIC X(01).
           02  CSH-DATA-DECISAO    PIC 9(08).
           02  CSH-ORIGEM          PIC X(10).
           02  CSH-DATA            PIC 9(08).
           02  CSH-HORA            PIC 9(06).
