      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro dos juros apurados e ainda nao capitalizados
      *          por codigo (JUROACR.DAT), gravado pelo JURGER. Guarda
      *          o ultimo dia ja apurado (a corrida seguinte apura do
      *          dia seguinte a ele ate a data da corrida, o que cobre
      *          fins de semana e feriados e impede a apuracao em
      *          dobro), o periodo em que o acumulado aberto deve
      *          ser capitalizado (ja passado, a capitalizacao ficou
      *          para tras e e feita na corrida seguinte) e os
      *          acumulados credor e devedor com quatro casas
      *          decimais. Na capitalizacao so os
      *          centavos inteiros vao para o LANCTOS.TXT; a fracao
      *          de centavo fica acumulada para o mes seguinte. O
      *          valor capitalizado fica pendente (JAC-PEND-*) e so
      *          sai do acumulado quando o movimento JUR da data da
      *          capitalizacao aparece aplicado no MOVHIST.TXT.
      ******************************************************************
       01  RG-JUROACR.
           02  JAC-COD-DADOS       PIC 9(07).
           02  JAC-DEPTO           PIC X(04).
           02  JAC-DATA-ULTIMA     PIC 9(08).
           02  JAC-PERIODO         PIC 9(06).
           02  JAC-ACUM-CREDOR     PIC 9(09)V9(04) COMP-3.
           02  JAC-ACUM-DEVEDOR    PIC 9(09)V9(04) COMP-3.
           02  JAC-ULT-SALDO       PIC S9(07)V99 COMP-3.
           02  JAC-ULT-JUROS       PIC 9(07)V9(04) COMP-3.
           02  JAC-ULT-NATUREZA    PIC X(01).
           02  JAC-DATA-CAPITAL    PIC 9(08).
           02  JAC-CAPITAL-CREDOR  PIC 9(07)V99.
           02  JAC-CAPITAL-DEVEDOR PIC 9(07)V99.
           02  JAC-PEND-CREDOR     PIC 9(07)V99.
           02  JAC-PEND-DEVEDOR    PIC 9(07)V99.
