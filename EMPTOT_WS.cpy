      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho dos totais por empresa apurados nos
      *          fechamentos e controles do cadastro (FECHMES,
      *          FECHANO, REGEXTR, CTLVERIF): uma linha por empresa
      *          com quantidade e valor; codigo de departamento sem
      *          empresa em DEPTOS.DAT acumula na linha de empresa em
      *          brancos, para que a soma das linhas feche com o total
      *          geral. Requer COPY EMPRSRV_WS na WORKING-STORAGE e
      *          COPY EMPTOT e COPY EMPRESA nos paragrafos.
      ******************************************************************
       01  WS-EMT-TABELA.
           02  WS-EMT-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
           02  WS-EMT-ITEM OCCURS 10 TIMES.
               03  WS-EMT-EMPRESA  PIC X(04).
               03  WS-EMT-QTD      PIC 9(07).
               03  WS-EMT-VALOR    PIC S9(11)V99 COMP-3.
       77  WS-EMT-IDX          PIC 9(02) COMP VALUE ZEROS.
       77  WS-EMT-ACHOU        PIC 9(02) COMP VALUE ZEROS.
       77  WS-EMT-VALOR-ENTRADA PIC S9(11)V99 COMP-3 VALUE ZEROS.
