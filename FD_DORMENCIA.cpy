      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do indicador de dormencia por codigo
      *          (DORMENC.DAT), mantido toda noite pelo DORMGER a
      *          partir da ultima atividade real do codigo no diario
      *          (DIARIO/DIARIOH), nos movimentos (MOVHIST.TXT) e nas
      *          consultas (ACESSLOG.TXT). Codigo sem atividade ha
      *          mais meses que o parametro de DORMCFG.TXT fica
      *          dormente (D); o proximo movimento genuino o reativa
      *          (R) - na hora, pelo LANCTOS, ou na corrida noturna.
      *          DORM-RELATADO marca a mudanca ja listada no
      *          relatorio de dormencia.
      ******************************************************************
       01  RG-DORMENCIA.
           02  DORM-COD-DADOS      PIC 9(07).
           02  DORM-DEPTO          PIC X(04).
           02  DORM-SITUACAO       PIC X(01).
               88  DORM-DORMENTE   VALUE 'D'.
               88  DORM-REATIVADO  VALUE 'R'.
           02  DORM-ULT-ATIVIDADE  PIC 9(08).
           02  DORM-ULT-ORIGEM     PIC X(08).
           02  DORM-ULT-MOVIMENTO  PIC 9(08).
           02  DORM-DATA-MARCA     PIC 9(08).
           02  DORM-DATA-REATIV    PIC 9(08).
           02  DORM-REATIV-ORIGEM  PIC X(08).
           02  DORM-RELATADO       PIC X(01).
               88  DORM-JA-RELATADO VALUE 'S'.
           02  FILLER              PIC X(10).
