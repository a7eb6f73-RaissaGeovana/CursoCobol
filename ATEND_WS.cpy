      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho do log de atendimento das filas: o
      *          chamador preenche fila, item, abertura, decisao,
      *          operador, departamento (brancos quando o item nao
      *          tem) e programa antes do 9470-GRAVA-ATENDIMENTO. O
      *          encerramento pode vir preenchido (para casar com o
      *          que o chamador grava no proprio item); em zeros vale
      *          o momento da gravacao, devolvido nos mesmos campos.
      *          Requer COPY ATEND nos paragrafos e o SELECT/FD do
      *          arquivo ATENDIM (FILE STATUS WS-ST-ATD).
      ******************************************************************
       77  WS-ST-ATD           PIC 99.
           88  ST-ATD-OK           VALUE 0.
       77  WS-ARQ-ATENDIM-TXT  PIC X(60) VALUE SPACES.
       77  WS-ATD-FILA         PIC X(08) VALUE SPACES.
       77  WS-ATD-ITEM         PIC X(20) VALUE SPACES.
       77  WS-ATD-DATA-ABERTURA PIC 9(08) VALUE ZEROS.
       77  WS-ATD-HORA-ABERTURA PIC 9(06) VALUE ZEROS.
       77  WS-ATD-DATA-ENCERRAMENTO PIC 9(08) VALUE ZEROS.
       77  WS-ATD-HORA-ENCERRAMENTO PIC 9(06) VALUE ZEROS.
       77  WS-ATD-RELOGIO      PIC 9(08) VALUE ZEROS.
       77  WS-ATD-DECISAO      PIC X(01) VALUE SPACES.
       77  WS-ATD-OPERADOR     PIC X(08) VALUE SPACES.
       77  WS-ATD-DEPTO        PIC X(04) VALUE SPACES.
       77  WS-ATD-PROGRAMA     PIC X(08) VALUE SPACES.
