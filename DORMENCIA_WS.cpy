      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da dormencia de codigos: parametros
      *          de DORMCFG.TXT (meses sem atividade, motivos de
      *          movimento que nao contam como atividade e programas
      *          cujo registro no diario nao conta) e campos de
      *          entrada/saida da consulta e da reativacao do
      *          indicador em DORMENC.DAT. Requer COPY DORMENCIA
      *          nos paragrafos e os SELECT/FD de DORMCFG e DORMENCIA
      *          no programa.
      ******************************************************************
       77  WS-ST-DRM           PIC 99.
           88  ST-DRM-OK           VALUE 0.
       77  WS-ST-DCF           PIC 99.
           88  ST-DCF-OK           VALUE 0.
       77  WS-DRM-FIM-CFG      PIC X  VALUE 'N'.
           88  FIM-DCF-OK          VALUE 'S' FALSE 'N'.
      *    PADRAO QUANDO DORMCFG.TXT NAO TRAZ A LINHA MES=.
       77  WS-DRM-MESES        PIC 9(03) VALUE 12.
       01  WS-DRM-TABELA-MOTIVOS.
           02  WS-DRM-QTD-MOTIVOS PIC 9(02) VALUE ZEROS.
           02  WS-DRM-MOTIVO   PIC X(03) OCCURS 20 TIMES.
       01  WS-DRM-TABELA-PROGRAMAS.
           02  WS-DRM-QTD-PROGRAMAS PIC 9(02) VALUE ZEROS.
           02  WS-DRM-PROGRAMA PIC X(08) OCCURS 20 TIMES.
       77  WS-DRM-IDX          PIC 9(02) VALUE ZEROS.
       77  WS-DRM-MOTIVO-TESTE PIC X(03) VALUE SPACES.
       77  WS-DRM-GENUINO      PIC X  VALUE 'S'.
           88  MOTIVO-GENUINO      VALUE 'S' FALSE 'N'.
       77  WS-DRM-COD          PIC 9(07) VALUE ZEROS.
       77  WS-DRM-ORIGEM       PIC X(08) VALUE SPACES.
       77  WS-DRM-DATA         PIC 9(08) VALUE ZEROS.
       77  WS-DRM-SITUACAO     PIC X  VALUE 'N'.
           88  CODIGO-DORMENTE     VALUE 'S' FALSE 'N'.
       77  WS-DRM-DESDE        PIC 9(08) VALUE ZEROS.
       77  WS-DRM-ULTIMA       PIC 9(08) VALUE ZEROS.
       77  WS-DRM-REATIVOU     PIC X  VALUE 'N'.
           88  DORMENCIA-REATIVADA VALUE 'S' FALSE 'N'.
