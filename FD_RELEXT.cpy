      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do extrato noturno dos relatorios de valor
      *          (RELEXT.DAT), gravado pelo RELEXTR numa unica leitura
      *          de DADOS1.DAT: primeiro um registro de cabecalho com
      *          a data da extracao e os totais de controle
      *          (quantidade e soma de VALOR-DADOS, conferidos contra
      *          o CTLSALDO.DAT antes de qualquer uso), depois um
      *          registro por codigo ordenado por grupo gerencial,
      *          departamento e codigo, com a imagem do registro de
      *          DADOS1.DAT, o grupo do mestre DEPTOS.DAT e o valor ja
      *          convertido para a moeda base.
      ******************************************************************
       01  RG-RELEXT.
           02  RX-TIPO             PIC X(01).
               88  RX-CABECALHO    VALUE 'H'.
               88  RX-DETALHE      VALUE 'D'.
           02  RX-GRUPO            PIC X(04).
           02  RX-DEPTO            PIC X(04).
           02  RX-COD              PIC 9(07).
           02  RX-REG-DADOS        PIC X(45).
           02  RX-MOEDA            PIC X(03).
           02  RX-VALOR-BASE       PIC S9(11)V99 COMP-3.
           02  RX-TAXA             PIC X(01).
               88  RX-SEM-TAXA     VALUE 'N'.
           02  FILLER              PIC X(10).
       01  RG-RELEXT-CAB.
           02  RXC-TIPO            PIC X(01).
           02  RXC-DATA            PIC 9(08).
           02  RXC-HORA            PIC 9(06).
           02  RXC-QTD             PIC S9(07) COMP-3.
           02  RXC-VALOR           PIC S9(11)V99 COMP-3.
           02  RXC-VALOR-BASE      PIC S9(13)V99 COMP-3.
           02  RXC-SEM-TAXA        PIC 9(05).
           02  FILLER              PIC X(43).
