      *          cada reatribuicao no DIARIO e remove o item da
      *          lista. Com a lista vazia o DEPTOMNT conclui a
      *          desativacao.
      *          Tambem e chamado pela fila de trabalho do operador
      *          (FILATRAB), para onde volta ao encerrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       0500-FIM.
           DISPLAY 'REATRIBUICAO ENCERRADA.'
           GOBACK.

       COPY FD_STATUS_MSG.

