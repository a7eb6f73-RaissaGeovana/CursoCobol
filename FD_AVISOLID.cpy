      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do arquivo de confirmacoes de leitura dos
      *          avisos (AVISOLID.DAT): um registro por aviso e
      *          operador, gravado pelo MENUPROG quando o operador
      *          confirma a leitura na assinatura, com a data, a hora
      *          e o terminal. A falta do registro e o aviso ainda
      *          nao lido (AVISREL).
      ******************************************************************
       01  RG-AVISOLID.
           02  AVL-CHAVE.
               03  AVL-NUMERO      PIC 9(05).
               03  AVL-OPERADOR    PIC X(08).
           02  AVL-DATA            PIC 9(08).
           02  AVL-HORA            PIC 9(06).
           02  AVL-TERMINAL        PIC X(08).
           02  FILLER              PIC X(10).
