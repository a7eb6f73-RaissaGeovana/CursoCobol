      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da numeracao das referencias de
      *          movimento: status do controle MOVREF.DAT e a
      *          referencia entregue (zero quando o controle esta
      *          indisponivel). Requer COPY MOVREF nos paragrafos e o
      *          SELECT/FD do arquivo MOVREF no programa.
      ******************************************************************
       77  WS-ST-MREF          PIC 99.
           88  ST-MREF-OK          VALUE 0.
       77  WS-MOV-REFERENCIA   PIC 9(09) VALUE ZEROS.
