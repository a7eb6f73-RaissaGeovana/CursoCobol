      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do saldo diario de juros apurados por
      *          departamento (JURODIA.DAT), gravado pelo JURGER e
      *          lido pelo JUROREL. Para cada dia apurado e
      *          departamento: codigos apurados, soma dos saldos que
      *          serviram de base, juros do dia (credor e devedor),
      *          saldo acumulado nao capitalizado ao fim do dia e o
      *          que foi capitalizado no dia. Dia sem expediente e
      *          apurado na corrida do dia util seguinte, mas fica no
      *          registro do proprio dia.
      ******************************************************************
       01  RG-JURODIA.
           02  JDI-CHAVE.
               03  JDI-DATA        PIC 9(08).
               03  JDI-DEPTO       PIC X(04).
           02  JDI-QTD-CODIGOS     PIC 9(07).
           02  JDI-BASE-CREDORA    PIC 9(11)V99 COMP-3.
           02  JDI-BASE-DEVEDORA   PIC 9(11)V99 COMP-3.
           02  JDI-JUROS-CREDOR    PIC 9(09)V9(04) COMP-3.
           02  JDI-JUROS-DEVEDOR   PIC 9(09)V9(04) COMP-3.
           02  JDI-SALDO-CREDOR    PIC 9(11)V9(04) COMP-3.
           02  JDI-SALDO-DEVEDOR   PIC 9(11)V9(04) COMP-3.
           02  JDI-CAPITAL-CREDOR  PIC 9(11)V99 COMP-3.
           02  JDI-CAPITAL-DEVEDOR PIC 9(11)V99 COMP-3.
           02  JDI-DATA-CORRIDA    PIC 9(08).
