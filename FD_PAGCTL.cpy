      *          MOVHIST.TXT, com a situacao acompanhada ate o
      *          retorno do banco (PAGTORET marca paga ou rejeitada;
      *          rejeitada vai tambem para a fila de suspensos).
      * Historico de alteracoes:
      *   - Incluida a referencia do movimento de origem
      *     (PAG-REFERENCIA, a MOV-REFERENCIA do credito) para o
      *     PAGCONC amarrar cada instrucao ao seu credito; instrucoes
      *     anteriores (convertidas pelo PAGCNV) ficam com referencia
      *     zero e sao amarradas por data, codigo, motivo e valor.
      *   - Incluidos o valor bruto, o valor retido na fonte e a
      *     aliquota aplicada pelo PAGTOGER (tabela RETENCAO.DAT);
      *     PAG-VALOR passa a ser o liquido enviado ao banco.
      *     Instrucoes convertidas pelo PAGCNV ficam com bruto zero
      *     - o liquido e o proprio valor do credito.
      *   - Incluidos o cancelamento pelo supervisor (situacao C, com
      *     operador, data, hora e motivo) e a reemissao (PAGMNT):
      *     a reemissao e uma instrucao nova, de sequencia a partir
      *     de 90001 na data em que foi feita (o PAGTOGER numera a
      *     partir de 1), amarrada a anterior por PAG-ORIGEM; a
      *     anterior aponta a nova por PAG-REEMISSAO. PAG-DATA-MOVTO
      *     guarda a data de processamento do credito, que a
      *     reemissao herda.
      *   - Muda o tamanho do registro: o PAGCTL.DAT existente tem de
      *     ser convertido uma unica vez pelo PAGCNV antes de rodar a
      *     versao nova; so depois da conversao as instrucoes
      *     anteriores ficam com os campos novos zerados.
      ******************************************************************
       01  RG-PAGCTL.
           02  PAG-CHAVE.
               88  PAG-ENVIADA     VALUE 'E'.
               88  PAG-PAGA        VALUE 'P'.
               88  PAG-REJEITADA   VALUE 'R'.
               88  PAG-CANCELADA   VALUE 'C'.
           02  PAG-ARQUIVO         PIC X(60).
           02  PAG-REFERENCIA      PIC 9(09).
           02  PAG-VALOR-BRUTO     PIC S9(09)V99 COMP-3.
           02  PAG-VALOR-RETIDO    PIC S9(09)V99 COMP-3.
           02  PAG-ALIQUOTA        PIC 9(03)V9(04).
           02  PAG-DATA-MOVTO      PIC 9(08).
           02  PAG-ORIGEM.
               03  PAG-ORIG-DATA   PIC 9(08).
               03  PAG-ORIG-SEQ    PIC 9(05).
           02  PAG-REEMISSAO.
               03  PAG-REEM-DATA   PIC 9(08).
               03  PAG-REEM-SEQ    PIC 9(05).
           02  PAG-EMITIDO-POR     PIC X(08).
           02  PAG-CANC-OPERADOR   PIC X(08).
           02  PAG-CANC-DATA       PIC 9(08).
           02  PAG-CANC-HORA       PIC 9(06).
           02  PAG-CANC-MOTIVO     PIC X(30).
