      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do cadastro de limites de exposicao
      *          (LIMITES.DAT): teto e piso combinados para o
      *          VALOR-DADOS. O limite proprio do codigo (tipo C,
      *          chave COD-DADOS) prevalece sobre o padrao do
      *          departamento (tipo D, chave DEPTO-CODIGO). Teto zero
      *          significa sem teto. Conferido pelo paragrafo
      *          9575-VERIFICA-LIMITE em LANCTOS, RECORGER e REVAL;
      *          mantido pelo LIMMNT (somente supervisor) e listado
      *          pelo LIMREL na utilizacao mensal.
      ******************************************************************
       01  RG-LIMITE.
           02  LIM-CHAVE.
               03  LIM-TIPO            PIC X(01).
                   88  LIM-DO-CODIGO   VALUE 'C'.
                   88  LIM-DO-DEPTO    VALUE 'D'.
               03  LIM-ID              PIC X(07).
           02  LIM-MAXIMO              PIC S9(07)V99 COMP-3.
           02  LIM-MINIMO              PIC S9(07)V99 COMP-3.
           02  LIM-DATA-ALT            PIC 9(08).
           02  LIM-OPER-ALT            PIC X(08).
