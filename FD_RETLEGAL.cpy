      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do cadastro de retencoes legais
      *          (RETLEGAL.DAT), uma por codigo. Enquanto a retencao
      *          estiver ativa o codigo fica congelado: exclusao,
      *          expurgo, anonimizacao, fusao, alteracao em massa e
      *          rolagem de logs recusam o codigo. A liberacao nao
      *          apaga o registro - guarda a data e quem liberou.
      *          Mantido pelo RETLMNT (somente supervisor).
      ******************************************************************
       01  RG-RETLEGAL.
           02  RETL-COD-DADOS      PIC 9(07).
           02  RETL-SITUACAO       PIC X(01).
               88  RETL-ATIVA      VALUE 'A'.
               88  RETL-LIBERADA   VALUE 'L'.
           02  RETL-MOTIVO         PIC X(40).
           02  RETL-SOLICITANTE    PIC X(30).
           02  RETL-DATA-ABERTURA  PIC 9(08).
           02  RETL-OPER-ABERTURA  PIC X(08).
           02  RETL-DATA-LIBERACAO PIC 9(08).
           02  RETL-OPER-LIBERACAO PIC X(08).
