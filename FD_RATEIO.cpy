      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro das regras de rateio de custos compartilhados
      *          (RATEIO.DAT), mantido pelo RATMNT sob controle de
      *          supervisor: uma regra por departamento origem (o
      *          departamento de servico compartilhado cujos custos
      *          sao repassados), com o percentual do saldo da origem
      *          a ratear e ate 10 departamentos destino. O metodo
      *          diz como o valor se divide entre os destinos: P pelo
      *          percentual fixo de cada destino (a soma fecha 100),
      *          V pela participacao de cada destino no VALOR-DADOS
      *          positivo dos seus codigos ativos, Q pela quantidade
      *          de codigos ativos de cada destino. Regra suspensa
      *          fica fora da corrida mensal do RATGER.
      ******************************************************************
       01  RG-RATEIO.
           02  RAT-DEPTO-ORIGEM    PIC X(04).
           02  RAT-DESCRICAO       PIC X(30).
           02  RAT-METODO          PIC X(01).
               88  RAT-MET-PERCENTUAL  VALUE 'P'.
               88  RAT-MET-VALOR       VALUE 'V'.
               88  RAT-MET-QUANTIDADE  VALUE 'Q'.
           02  RAT-SITUACAO        PIC X(01).
               88  RAT-ATIVA           VALUE 'A'.
               88  RAT-SUSPENSA        VALUE 'S'.
           02  RAT-PCT-ORIGEM      PIC 9(03)V99.
           02  RAT-QTD-DESTINOS    PIC 9(02).
           02  RAT-DESTINO OCCURS 10 TIMES.
               03  RAT-DEPTO-DESTINO   PIC X(04).
               03  RAT-PCT-DESTINO     PIC 9(03)V99.
           02  RAT-DATA-ALT        PIC 9(08).
           02  RAT-OPERADOR        PIC X(08).
