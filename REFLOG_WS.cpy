      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho do log de alteracoes das tabelas de
      *          referencia: o chamador preenche tabela, chave, acao,
      *          imagens antes/depois, operador e programa antes do
      *          9465-GRAVA-REFLOG. O 9460-IDENTIFICA-OPERADOR devolve
      *          em WS-RLOG-OPERADOR o operador identificado, para as
      *          manutencoes que nao tem assinatura propria. Requer
      *          COPY REFLOG nos paragrafos, o SELECT/FD do arquivo
      *          REFLOG (FILE STATUS WS-ST-RLOG) e, com o
      *          9460, o de OPERMST (FILE STATUS WS-ST-RLOG-OPER).
      ******************************************************************
       77  WS-ST-RLOG          PIC 99.
           88  ST-RLOG-OK          VALUE 0.
       77  WS-ST-RLOG-OPER     PIC 99.
           88  ST-RLOG-OPER-OK     VALUE 0.
       77  WS-ARQ-REFLOG-TXT   PIC X(60) VALUE SPACES.
       77  WS-RLOG-TABELA      PIC X(12) VALUE SPACES.
       77  WS-RLOG-CHAVE       PIC X(20) VALUE SPACES.
       77  WS-RLOG-ACAO        PIC X(01) VALUE SPACES.
       77  WS-RLOG-ANTES       PIC X(60) VALUE SPACES.
       77  WS-RLOG-DEPOIS      PIC X(60) VALUE SPACES.
       77  WS-RLOG-OPERADOR    PIC X(08) VALUE SPACES.
       77  WS-RLOG-PROGRAMA    PIC X(08) VALUE SPACES.
       77  WS-RLOG-SENHA       PIC X(08) VALUE SPACES.
       77  WS-RLOG-IDENT       PIC X(01) VALUE 'N'.
           88  RLOG-OPERADOR-OK    VALUE 'S' FALSE 'N'.
