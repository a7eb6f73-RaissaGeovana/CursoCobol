      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro dos codigos selecionados nas amostras de
      *          auditoria (AMOSTRA.DAT): gravado pelo AMOSGER com o
      *          departamento, o VALOR-DADOS do momento da selecao
      *          (valor contabil auditado), o tamanho da populacao do
      *          estrato do codigo (o departamento no metodo E, a
      *          populacao inteira nos demais) e, no metodo M, quantos
      *          pontos de selecao cairam no codigo; o AMOSCAP grava o
      *          resultado da auditoria - confirmado ou divergente,
      *          com o valor apurado pelo auditor e a diferenca
      *          (contabil menos auditado) - e o AMOSREL projeta as
      *          diferencas para a populacao.
      ******************************************************************
       01  RG-AMOSTRA.
           02  AMO-CHAVE.
               03  AMO-ID          PIC X(08).
               03  AMO-COD-DADOS   PIC 9(07).
           02  AMO-SEQUENCIA       PIC 9(05).
           02  AMO-DEPTO           PIC X(04).
           02  AMO-POP-ESTRATO     PIC 9(07).
           02  AMO-VALOR-LIVRO     PIC S9(07)V99.
           02  AMO-ACERTOS         PIC 9(03).
           02  AMO-RESULTADO       PIC X(01).
               88  AMO-PENDENTE          VALUE ' '.
               88  AMO-CONFIRMADO        VALUE 'C'.
               88  AMO-DIVERGENTE        VALUE 'D'.
           02  AMO-VALOR-AUDITADO  PIC S9(07)V99.
           02  AMO-DIFERENCA       PIC S9(07)V99.
           02  AMO-OBSERVACAO      PIC X(40).
           02  AMO-DATA-RESULTADO  PIC 9(08).
           02  AMO-OPERADOR        PIC X(08).
