      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro dos documentos recebidos por codigo
      *          (DOCREC.DAT), mantido pelo DOCMNT: para cada codigo
      *          de DADOS1.DAT e tipo de DOCTIPOS.DAT, a data em que o
      *          documento foi recebido e a data em que vence (zero =
      *          nao vence). A validade e calculada pelos meses do
      *          tipo na entrada, ou informada quando o proprio
      *          documento traz a data. Um novo recebimento do mesmo
      *          tipo substitui o anterior.
      ******************************************************************
       01  RG-DOCREC.
           02  DRC-CHAVE.
               03  DRC-COD-DADOS   PIC 9(07).
               03  DRC-TIPO        PIC X(04).
           02  DRC-DATA-RECEB      PIC 9(08).
           02  DRC-DATA-VALIDADE   PIC 9(08).
           02  DRC-DATA-ALT        PIC 9(08).
