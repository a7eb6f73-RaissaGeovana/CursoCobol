      *          API de com-area usada por outros programas (A). O
      *          ACESSREL filtra por codigo, operador ou faixa de
      *          datas para responder quem consultou o que.
      * Historico de alteracoes:
      *   - Incluido o modo V, visao geral do codigo no CONSCRUD.
      *   - Incluido o modo L, consulta em lote do parceiro externo
      *     (PARTINQ), com o operador no formato PARCNN.
      ******************************************************************
       01  RG-ACESSO.
           02  ACESSO-DATA         PIC 9(08).
               88  ACESSO-POR-CODIGO   VALUE 'C'.
               88  ACESSO-POR-NOME     VALUE 'N'.
               88  ACESSO-POR-API      VALUE 'A'.
               88  ACESSO-POR-VISAO    VALUE 'V'.
               88  ACESSO-POR-LOTE     VALUE 'L'.
           02  ACESSO-COD-DADOS    PIC 9(07).
