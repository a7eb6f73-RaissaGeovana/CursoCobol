      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da consulta de codigos vinculados:
      *          o codigo consultado, a pessoa a que pertence e os
      *          demais codigos da mesma pessoa (ate 20 na tabela; a
      *          quantidade conta todos). Requer COPY PESSOA nos
      *          paragrafos e o SELECT/FD do arquivo PESSOAS no
      *          programa.
      ******************************************************************
       77  WS-ST-PES           PIC 99.
           88  ST-PES-OK           VALUE 0.
       77  WS-PES-COD          PIC 9(07) VALUE ZEROS.
       77  WS-PES-ID           PIC X(10) VALUE SPACES.
       77  WS-PES-VINCULADO    PIC X(01) VALUE 'N'.
           88  CODIGO-VINCULADO    VALUE 'S' FALSE 'N'.
       77  WS-PES-FIM          PIC X(01) VALUE 'N'.
           88  PES-FIM             VALUE 'S' FALSE 'N'.
       77  WS-PES-QTD-OUTROS   PIC 9(03) VALUE ZEROS.
       77  WS-PES-IDX          PIC 9(03) VALUE ZEROS.
       01  WS-PES-TAB-OUTROS.
           02  WS-PES-OUTRO        PIC 9(07) OCCURS 20 TIMES.
