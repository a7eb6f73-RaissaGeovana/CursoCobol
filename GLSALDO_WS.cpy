      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho do acumulo do saldo contabil: status
      *          e indicador de abertura de GLSALDO.DAT e a linha a
      *          acumular (conta, data, D/C e valor - valor negativo
      *          desfaz uma linha ja acumulada). Requer COPY GLSALDO
      *          nos paragrafos e o SELECT/FD do arquivo GLSALDO no
      *          programa.
      ******************************************************************
       77  WS-ST-GLS           PIC 99.
           88  ST-GLS-OK           VALUE 0.
       77  WS-GLS-ABERTO       PIC X     VALUE 'N'.
           88  GLS-ABERTO          VALUE 'S' FALSE 'N'.
       77  WS-GLS-NOVO         PIC X     VALUE 'N'.
           88  GLS-NOVO            VALUE 'S' FALSE 'N'.
       77  WS-GLS-CONTA        PIC X(08) VALUE SPACES.
       01  WS-GLS-DATA.
           02  WS-GLS-PERIODO  PIC 9(06).
           02  WS-GLS-DIA      PIC 9(02).
       77  WS-GLS-DC           PIC X(01) VALUE SPACES.
       77  WS-GLS-VALOR        PIC S9(11)V99 VALUE ZEROS.
