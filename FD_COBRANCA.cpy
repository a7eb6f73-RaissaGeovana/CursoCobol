      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do ciclo de cobranca (COBRANCA.DAT), mantido
      *          pelo COBRCIC: um registro por codigo que ficou com
      *          VALOR-DADOS negativo, com o nivel de cobranca (1, 2
      *          ou 3), a data de entrada no ciclo, a data em que o
      *          nivel corrente foi atingido, o saldo devedor da
      *          ultima corrida e o nivel da ultima carta impressa
      *          pelo CARTAS (carta pendente enquanto for menor que o
      *          nivel). Codigo que volta a zero ou positivo sai do
      *          ciclo (situacao Q) com a data de saida; se ficar
      *          devedor de novo, reentra no nivel 1.
      ******************************************************************
       01  RG-COBRANCA.
           02  COB-COD-DADOS       PIC 9(07).
           02  COB-DEPTO           PIC X(04).
           02  COB-NIVEL           PIC 9(01).
           02  COB-SITUACAO        PIC X(01).
               88  COB-EM-COBRANCA VALUE 'A'.
               88  COB-QUITADO     VALUE 'Q'.
           02  COB-DATA-ENTRADA    PIC 9(08).
           02  COB-DATA-NIVEL      PIC 9(08).
           02  COB-DATA-ULT        PIC 9(08).
           02  COB-DATA-SAIDA      PIC 9(08).
           02  COB-VALOR           PIC S9(07)V99 COMP-3.
           02  COB-CARTA-NIVEL     PIC 9(01).
           02  COB-DATA-CARTA      PIC 9(08).
