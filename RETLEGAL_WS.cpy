      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da verificacao de retencao legal:
      *          o codigo a verificar, a marca do resultado e, quando
      *          retido, o motivo, o solicitante e a data de abertura
      *          para o chamador citar a retencao no relatorio.
      *          Requer COPY RETLEGAL nos paragrafos e o SELECT/FD do
      *          arquivo RETLEGAL no programa.
      ******************************************************************
       77  WS-ST-RETL          PIC 99.
           88  ST-RETL-OK          VALUE 0.
       77  WS-RETL-COD         PIC 9(07) VALUE ZEROS.
       77  WS-RETL-RETIDO      PIC X(01) VALUE 'N'.
           88  CODIGO-RETIDO       VALUE 'S' FALSE 'N'.
       77  WS-RETL-MOTIVO      PIC X(40) VALUE SPACES.
       77  WS-RETL-SOLICITANTE PIC X(30) VALUE SPACES.
       77  WS-RETL-DATA        PIC 9(08) VALUE ZEROS.
