      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro dos rateios efetuados (RATREG.DAT), gravado
      *          pelo RATGER: uma linha por periodo AAAAMM e regra
      *          (departamento origem), com o metodo e o percentual
      *          aplicados, a base da origem (soma do VALOR-DADOS
      *          positivo dos seus codigos ativos), o valor rateado,
      *          o total debitado na origem e o total creditado nos
      *          destinos em LANCTOS.TXT (motivo RAT), e por destino
      *          a base usada na divisao e o valor recebido. A
      *          existencia da linha impede ratear a mesma origem
      *          duas vezes no periodo; o RATREL le o registro para
      *          provar que o enviado fecha com o recebido.
      ******************************************************************
       01  RG-RATREG.
           02  RRG-CHAVE.
               03  RRG-PERIODO     PIC 9(06).
               03  RRG-DEPTO-ORIGEM PIC X(04).
           02  RRG-METODO          PIC X(01).
           02  RRG-PCT-ORIGEM      PIC 9(03)V99.
           02  RRG-BASE-ORIGEM     PIC 9(09)V99.
           02  RRG-VALOR-RATEADO   PIC 9(09)V99.
           02  RRG-TOTAL-ENVIADO   PIC 9(09)V99.
           02  RRG-TOTAL-RECEBIDO  PIC 9(09)V99.
           02  RRG-QTD-DEBITOS     PIC 9(05).
           02  RRG-QTD-CREDITOS    PIC 9(05).
           02  RRG-QTD-DESTINOS    PIC 9(02).
           02  RRG-DESTINO OCCURS 10 TIMES.
               03  RRG-DEPTO-DESTINO   PIC X(04).
               03  RRG-BASE-DESTINO    PIC 9(09)V99.
               03  RRG-VALOR-DESTINO   PIC 9(09)V99.
           02  RRG-DATA            PIC 9(08).
           02  RRG-HORA            PIC 9(06).
           02  RRG-OPERADOR        PIC X(08).
