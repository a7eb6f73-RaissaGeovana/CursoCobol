      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do livro de pedidos de acesso do titular
      *          (LGPDPED.TXT), gravado pelo LGPDACES a cada documento
      *          de acesso emitido - a data de recebimento do pedido,
      *          a data de atendimento e os dias corridos entre elas
      *          provam a resposta dentro do prazo legal.
      ******************************************************************
       01  RG-LGPDPED.
           02  PED-REFERENCIA      PIC X(20).
           02  PED-COD-DADOS       PIC 9(07).
           02  PED-DATA-RECEB      PIC 9(08).
           02  PED-DATA-ATEND      PIC 9(08).
           02  PED-HORA-ATEND      PIC 9(06).
           02  PED-DIAS            PIC 9(04).
           02  PED-PRAZO           PIC X(01).
               88  PED-NO-PRAZO    VALUE 'S'.
               88  PED-FORA-PRAZO  VALUE 'N'.
           02  PED-OPERADOR        PIC X(08).
