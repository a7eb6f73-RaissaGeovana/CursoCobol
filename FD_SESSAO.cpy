      *          pelo MENUPROG ou BATCHNOTURNO na abertura da
      *          cadeia) remove os registros orfaos e solta as
      *          travas LOCK.DAT que a sessao caida deixou.
      * Historico de alteracoes:
      *   - SES-TERMINAL passa a guardar a identificacao da estacao
      *     (base das regras de terminal do OPERACES.DAT); o ambiente
      *     da sessao foi para SES-AMBIENTE. Incluida a data/hora da
      *     ultima escolha de menu (SES-ULT-DATA/SES-ULT-HORA), base
      *     do encerramento por inatividade. Arquivos SESSOES.DAT
      *     anteriores precisam ser removidos (limpeza de sessoes).
      ******************************************************************
       01  RG-SESSAO.
           02  SES-CHAVE.
               03  SES-DATA        PIC 9(08).
               03  SES-HORA        PIC 9(06).
           02  SES-TERMINAL        PIC X(08).
           02  SES-AMBIENTE        PIC X(01).
           02  SES-ULT-DATA        PIC 9(08).
           02  SES-ULT-HORA        PIC 9(06).
