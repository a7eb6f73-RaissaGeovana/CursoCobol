           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DIARIO.
       COPY FD_DIARIO.
