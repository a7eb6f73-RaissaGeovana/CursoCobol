      * Purpose: Registro do historico de alteracoes do cadastro de
      *          dados, gravado pelo ALTDADOS a cada alteracao
      *          confirmada.
      * Historico de alteracoes:
      *   - Incluidos o departamento e a data de cadastro antes/depois
      *     para a transferencia de departamento e a correcao da data
      *     feitas pelo ALTDADOS.
      ******************************************************************
       01  RG-DADOSHIST.
           02  HIST-COD-DADOS      PIC 9(07).
           02  HIST-DATA           PIC 9(08).
           02  HIST-HORA           PIC 9(06).
           02  HIST-OPERADOR       PIC X(08).
           02  HIST-DEPTO-ANTIGO   PIC X(04).
           02  HIST-DEPTO-NOVO     PIC X(04).
           02  HIST-DATA-ANTIGA    PIC 9(08).
           02  HIST-DATA-NOVA      PIC 9(08).
