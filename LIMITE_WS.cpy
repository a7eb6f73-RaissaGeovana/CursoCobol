      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da verificacao de limite de
      *          exposicao: codigo e departamento do registro, o
      *          valor resultante e o movimento que o produz; de
      *          volta, o limite encontrado (do codigo ou do
      *          departamento) e a marca de limite excedido.
      *          Requer COPY LIMITE nos paragrafos e o SELECT/FD do
      *          arquivo LIMITES no programa.
      ******************************************************************
       77  WS-ST-LIM           PIC 99.
           88  ST-LIM-OK           VALUE 0.
       77  WS-LIM-COD          PIC 9(07) VALUE ZEROS.
       77  WS-LIM-DEPTO        PIC X(04) VALUE SPACES.
       77  WS-LIM-VALOR        PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77  WS-LIM-MOVIMENTO    PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WS-LIM-ACHADO       PIC X(01) VALUE 'N'.
           88  TEM-LIMITE          VALUE 'S' FALSE 'N'.
       77  WS-LIM-ORIGEM       PIC X(01) VALUE SPACES.
       77  WS-LIM-MAXIMO       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77  WS-LIM-MINIMO       PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77  WS-LIM-EXCEDE       PIC X(01) VALUE 'N'.
           88  LIMITE-EXCEDIDO     VALUE 'S' FALSE 'N'.
