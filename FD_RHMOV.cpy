      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do arquivo de movimentacao de pessoal do RH
      *          (RHMOV.TXT), aplicado pelo RHAPL: um detalhe por
      *          admissao (A), transferencia (T) ou desligamento (D),
      *          com a identificacao de operador da pessoa (OPER-ID),
      *          o nome, o departamento de lotacao, o operador do
      *          supervisor imediato - que herda as pendencias de quem
      *          sai - e a data efetiva. A matricula do RH vem so para
      *          conferencia no relatorio de controle.
      ******************************************************************
       01  RG-RHMOV.
           02  RH-TIPO             PIC X(01).
               88  RH-ADMISSAO     VALUE 'A'.
               88  RH-TRANSFERENCIA VALUE 'T'.
               88  RH-DESLIGAMENTO VALUE 'D'.
           02  RH-OPER-ID          PIC X(08).
           02  RH-MATRICULA        PIC X(10).
           02  RH-NOME             PIC X(30).
           02  RH-DEPTO            PIC X(04).
           02  RH-SUPERVISOR       PIC X(08).
           02  RH-DATA-EFET        PIC 9(08).
           02  FILLER              PIC X(11).
