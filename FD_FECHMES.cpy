      *          Mantido por FECHMES e consultado por CRUD/INDEXADO/
      *          ALTDADOS/CSVIMPORT para recusar movimento em periodo
      *          fechado.
      * Historico de alteracoes:
      *   - Incluidos os totais reapresentados do periodo
      *     (FECH-QTD-REAP/FECH-VALOR-REAP), a quantidade de ajustes
      *     de periodo anterior lancados pelo AJUSTPER com o periodo
      *     ainda fechado e a data da ultima reapresentacao. Os
      *     totais originais FECH-QTD/FECH-VALOR nao mudam.
      *   - Incluidos os totais do fechamento por empresa
      *     (FECH-EMPRESA-TOT), apurados pelo departamento de cada
      *     registro; a linha de empresa em brancos acumula os
      *     departamentos sem empresa. A trava continua uma por
      *     periodo. FECHMES.DAT anterior deve ser recriado pelo
      *     FECHMES.
      ******************************************************************
       01  RG-FECHMES.
           02  FECH-PERIODO        PIC 9(06).
           02  FECH-VALOR          PIC S9(11)V99 COMP-3.
           02  FECH-DATA           PIC 9(08).
           02  FECH-HORA           PIC 9(06).
           02  FECH-QTD-AJUSTES    PIC 9(05).
               88  FECH-SEM-AJUSTE VALUE ZEROS.
           02  FECH-QTD-REAP       PIC 9(07).
           02  FECH-VALOR-REAP     PIC S9(11)V99 COMP-3.
           02  FECH-DATA-REAP      PIC 9(08).
           02  FECH-QTD-EMPRESAS   PIC 9(02).
           02  FECH-EMPRESA-TOT OCCURS 10 TIMES.
               03  FECH-EMP-CODIGO PIC X(04).
               03  FECH-EMP-QTD    PIC 9(07).
               03  FECH-EMP-VALOR  PIC S9(11)V99 COMP-3.
