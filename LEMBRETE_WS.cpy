      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho dos acompanhamentos de notas: a
      *          data de retorno digitada e o responsavel (operador
      *          ou departamento) validados pelos paragrafos do
      *          LEMBRETE, e o operador assumido quando o responsavel
      *          fica em branco (WS-LEM-PADRAO, carregado pelo
      *          chamador). Requer COPY LEMBRETE nos paragrafos e o
      *          SELECT/FD dos arquivos OPERMST (FILE STATUS
      *          WS-ST-LEM-OPER) e DEPTOS (FILE STATUS WS-ST-LEM-DEPTO)
      *          no programa.
      ******************************************************************
       77  WS-ST-LEM-OPER      PIC 99.
           88  ST-LEM-OPER-OK      VALUE 0.
       77  WS-ST-LEM-DEPTO     PIC 99.
           88  ST-LEM-DEPTO-OK     VALUE 0.
       77  WS-LEM-PADRAO       PIC X(08) VALUE SPACES.
       77  WS-LEM-TIPO         PIC X(01) VALUE SPACES.
           88  LEM-TIPO-OPERADOR   VALUE 'O' 'o'.
           88  LEM-TIPO-DEPTO      VALUE 'D' 'd'.
       77  WS-LEM-OPERADOR     PIC X(08) VALUE SPACES.
       77  WS-LEM-DEPTO        PIC X(04) VALUE SPACES.
       77  WS-LEM-RESP-OK      PIC X(01) VALUE 'N'.
           88  LEM-RESP-VALIDO     VALUE 'S' FALSE 'N'.
       77  WS-LEM-DATA-OK      PIC X(01) VALUE 'N'.
           88  LEM-RETORNO-VALIDO  VALUE 'S' FALSE 'N'.
       77  WS-LEM-HOJE         PIC 9(08) VALUE ZEROS.
       01  WS-LEM-RETORNO      PIC 9(08) VALUE ZEROS.
       01  WS-LEM-RETORNO-R REDEFINES WS-LEM-RETORNO.
           02  WS-LEM-RET-ANO  PIC 9(04).
           02  WS-LEM-RET-MES  PIC 9(02).
           02  WS-LEM-RET-DIA  PIC 9(02).
       77  WS-LEM-DV-OBTER     PIC X(01) VALUE 'N'.
       77  WS-LEM-DV-VALIDA    PIC X(01) VALUE SPACES.
