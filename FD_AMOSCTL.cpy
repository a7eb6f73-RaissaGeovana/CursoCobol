      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de controle das amostras de auditoria
      *          (AMOSCTL.DAT), gravado pelo AMOSGER: uma linha por
      *          amostra, identificada pelo codigo que a auditoria
      *          escolhe, com o metodo (R aleatoria simples, E
      *          estratificada por departamento, M unidade monetaria),
      *          a semente e o tamanho pedidos - que com a mesma
      *          populacao reproduzem a mesma selecao -, a quantidade
      *          de codigos selecionados, a populacao (codigos ativos
      *          e soma do VALOR-DADOS; no metodo M so os saldos
      *          positivos), o intervalo e o inicio aleatorio do
      *          metodo M, os departamentos com codigo selecionado
      *          no metodo E, e a situacao: aberta para o AMOSCAP
      *          capturar resultados ou encerrada pelo AMOSREL.
      ******************************************************************
       01  RG-AMOSCTL.
           02  AMC-ID              PIC X(08).
           02  AMC-DESCRICAO       PIC X(30).
           02  AMC-METODO          PIC X(01).
               88  AMC-MET-ALEATORIO     VALUE 'R'.
               88  AMC-MET-ESTRATIFICADO VALUE 'E'.
               88  AMC-MET-MONETARIO     VALUE 'M'.
           02  AMC-SEMENTE         PIC 9(10).
           02  AMC-TAMANHO         PIC 9(05).
           02  AMC-QTD-SELECIONADA PIC 9(05).
           02  AMC-POP-QTD         PIC 9(07).
           02  AMC-POP-VALOR       PIC S9(11)V99.
           02  AMC-INTERVALO       PIC 9(09)V99.
           02  AMC-INICIO          PIC 9(09)V99.
           02  AMC-QTD-ESTRATOS    PIC 9(03).
           02  AMC-SITUACAO        PIC X(01).
               88  AMC-ABERTA            VALUE 'A'.
               88  AMC-ENCERRADA         VALUE 'E'.
           02  AMC-DATA-GERACAO    PIC 9(08).
           02  AMC-HORA-GERACAO    PIC 9(06).
           02  AMC-OPERADOR        PIC X(08).
           02  AMC-DATA-ENCERRA    PIC 9(08).
           02  AMC-OPER-ENCERRA    PIC X(08).
