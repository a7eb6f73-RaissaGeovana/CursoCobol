      *          aprovar ou rejeitar. So pendencias abertas ficam no
      *          arquivo - a decisao e jornalizada e a pendencia
      *          removida.
      * Historico de alteracoes:
      *   - Incluidos o departamento e a data de cadastro antes/depois
      *     para as transferencias de departamento e correcoes de
      *     data que tambem passam pela aprovacao.
      *   - Incluido o cadastro logico em que a alteracao deve ser
      *     aplicada (em branco = DADOS.DAT, do ALTDADOS; o CORRAPL
      *     grava DADOS1.DAT), respeitado pelo APRALT.
      ******************************************************************
       01  RG-PENDALT.
           02  PEND-COD-DADOS      PIC 9(07).
           02  PEND-OPERADOR       PIC X(08).
           02  PEND-DATA           PIC 9(08).
           02  PEND-HORA           PIC 9(06).
           02  PEND-DEPTO-ANTIGO   PIC X(04).
           02  PEND-DEPTO-NOVO     PIC X(04).
           02  PEND-DATA-ANTIGA    PIC 9(08).
           02  PEND-DATA-NOVA      PIC 9(08).
           02  PEND-ARQUIVO        PIC X(12).
               88  PEND-ARQ-DADOS1     VALUE 'DADOS1.DAT'.
