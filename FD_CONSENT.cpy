      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do cadastro de consentimento e preferencia
      *          de comunicacao por contato (CONSENT.DAT), na mesma
      *          chave de CONTATOS.DAT. Cada canal (1 = carta e
      *          etiqueta, 2 = telefone, 3 = e-mail) guarda a opcao
      *          do contato, a data e a origem da decisao. Opcao em
      *          branco e canal nao informado, que nao impede o envio;
      *          so a recusa expressa (N) suprime o contato. Mantido
      *          pelo CONSMNT, com cada mudanca no historico
      *          CONSHIS.TXT; lido pelo CARTAS e tratado como dado
      *          pessoal pelo LGPDAPAG.
      ******************************************************************
       01  RG-CONSENT.
           02  CNS-CHAVE.
               03  CNS-COD-DADOS   PIC 9(07).
               03  CNS-SEQ         PIC 9(02).
           02  CNS-CANAL OCCURS 3 TIMES.
               03  CNS-OPCAO       PIC X(01).
                   88  CNS-AUTORIZA        VALUE 'S'.
                   88  CNS-RECUSA          VALUE 'N'.
                   88  CNS-NAO-INFORMADO   VALUE ' '.
               03  CNS-DATA        PIC 9(08).
               03  CNS-ORIGEM      PIC X(10).
           02  CNS-DATA-ALT        PIC 9(08).
