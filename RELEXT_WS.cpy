      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de trabalho da leitura do extrato noturno dos
      *          relatorios de valor (RELEXT.DAT) em vez do arquivo
      *          vivo: escolha do operador, conferencia do cabecalho
      *          contra CTLSALDO.DAT e os campos do registro corrente
      *          (grupo gerencial e valor em moeda base). Requer COPY
      *          RELEXT nos paragrafos e os SELECT/FD de RELEXT e
      *          CTLSALDO no programa.
      ******************************************************************
       77  WS-ST-RX            PIC 99.
           88  ST-RX-OK            VALUE 0.
       77  WS-ST-RXCTL         PIC 99.
           88  ST-RXCTL-OK         VALUE 0.
       77  WS-RX-ESCOLHA       PIC X(01) VALUE SPACES.
           88  PEDE-ARQUIVO-VIVO   VALUE 'V' 'v'.
       77  WS-RX-USO           PIC X(01) VALUE 'N'.
           88  BASE-EXTRATO        VALUE 'S' FALSE 'N'.
       77  WS-RX-FIM           PIC X(01) VALUE 'N'.
           88  FIM-RX-OK           VALUE 'S' FALSE 'N'.
       77  WS-RX-DATA          PIC 9(08) VALUE ZEROS.
       77  WS-RX-HORA          PIC 9(06) VALUE ZEROS.
       77  WS-RX-QTD           PIC S9(07) COMP-3 VALUE ZEROS.
       77  WS-RX-VALOR         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-RX-GRUPO         PIC X(04) VALUE SPACES.
       77  WS-RX-VALOR-BASE    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-RX-TAXA          PIC X(01) VALUE SPACES.
           88  RX-CODIGO-SEM-TAXA  VALUE 'N'.
