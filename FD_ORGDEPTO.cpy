      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do arquivo da estrutura organizacional
      *          oficial da empresa (ORGDEPTO.TXT), aplicado toda
      *          noite pelo ORGSYNC ao cadastro de departamentos: um
      *          detalhe por centro de custo com o codigo de 4
      *          caracteres, a descricao, o grupo gerencial, a
      *          situacao na estrutura oficial (A ativo / E encerrado)
      *          e a data efetiva da ultima mudanca.
      ******************************************************************
       01  RG-ORGDEPTO.
           02  ORG-CODIGO          PIC X(04).
           02  ORG-DESCRICAO       PIC X(30).
           02  ORG-GRUPO           PIC X(04).
           02  ORG-SITUACAO        PIC X(01).
               88  ORG-ATIVO       VALUE 'A'.
               88  ORG-ENCERRADO   VALUE 'E'.
           02  ORG-DATA-EFET       PIC 9(08).
           02  FILLER              PIC X(33).
