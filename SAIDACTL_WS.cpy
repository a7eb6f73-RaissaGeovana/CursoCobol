      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da verificacao da liberacao das
      *          saidas (SAIDACTL.DAT): data e situacao do registro
      *          mais recente, a data da corrida da cadeia em
      *          andamento (semaforo SISTSTAT.TXT) e a marca de saida
      *          retida. Requer COPY SAIDACTL nos paragrafos e o
      *          SELECT/FD dos arquivos SAIDACTL e SISTSTAT no
      *          programa.
      ******************************************************************
       77  WS-ST-SAICTL        PIC 99.
           88  ST-SAICTL-OK        VALUE 0.
       77  WS-FIM-SAICTL       PIC X(01) VALUE 'N'.
           88  FIM-SAICTL-OK       VALUE 'S' FALSE 'N'.
       77  WS-SAI-DATA-ULT     PIC 9(08) VALUE ZEROS.
       77  WS-SAI-SIT-ULT      PIC X(01) VALUE SPACES.
           88  SAI-ULT-CANCELADA   VALUE 'C'.
       77  WS-SAI-RETIDA       PIC X(01) VALUE 'N'.
           88  SAIDA-RETIDA        VALUE 'S' FALSE 'N'.
       77  WS-ST-SAISIS        PIC 99.
           88  ST-SAISIS-OK        VALUE 0.
       77  WS-SAI-DATA-CORRIDA PIC 9(08) VALUE ZEROS.
       77  WS-SAI-CORRIDA      PIC X(01) VALUE 'N'.
           88  SAI-CORRIDA-CADEIA  VALUE 'S' FALSE 'N'.
