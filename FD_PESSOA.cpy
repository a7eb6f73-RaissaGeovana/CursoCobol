      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do cadastro de pessoas (PESSOAS.DAT) - o
      *          vinculo confirmado entre um COD-DADOS e o
      *          identificador da pessoa ou empresa que o detem. Um
      *          codigo pertence a no maximo uma pessoa (chave
      *          primaria); a mesma pessoa reune varios codigos,
      *          inclusive de departamentos diferentes (chave
      *          alternativa com duplicatas). Mantido pelo PESMNT,
      *          totalizado pelo PESEXPO e consultado pelo CONSCRUD
      *          e pelo LGPDAPAG.
      ******************************************************************
       01  RG-PESSOA.
           02  PES-COD-DADOS       PIC 9(07).
           02  PES-ID-PESSOA       PIC X(10).
           02  PES-DATA-VINCULO    PIC 9(08).
