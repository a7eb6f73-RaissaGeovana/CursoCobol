      *   - Incluida a operacao L (liberacao de bloqueio): supervisor
      *     que libera atualizacao durante a janela da cadeia noturna
      *     deixa o rastro aqui.
      *   - Incluida a operacao D (desfeito na retomada): gravacao
      *     desfeita pelo CKPTSRV ao retomar uma corrida interrompida
      *     do seu ultimo ponto de controle.
      ******************************************************************
       01  RG-DIARIO.
           02  DIARIO-PROGRAMA     PIC X(08).
               88  DIARIO-OP-FALHA     VALUE 'F'.
               88  DIARIO-OP-INATIVACAO VALUE 'X'.
               88  DIARIO-OP-LIBERACAO  VALUE 'L'.
               88  DIARIO-OP-DESFEITO   VALUE 'D'.
           02  DIARIO-COD-DADOS    PIC 9(07).
           02  DIARIO-NOM-DADOS    PIC X(20).
           02  DIARIO-DATA         PIC 9(08).
