      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro das dispensas da lista de verificacao do
      *          fechamento (CHKDISP.DAT) - um registro por periodo e
      *          item obrigatorio reprovado que o supervisor liberou,
      *          com a justificativa documentada. Gravado pelo
      *          FECHMES, consultado pelo CHKFECH e impresso no
      *          certificado do periodo.
      ******************************************************************
       01  RG-CHKDISP.
           02  DSP-CHAVE.
               03  DSP-PERIODO     PIC 9(06).
               03  DSP-ITEM        PIC X(08).
           02  DSP-SUPERVISOR      PIC X(08).
           02  DSP-OPERADOR        PIC X(08).
           02  DSP-JUSTIFICATIVA   PIC X(60).
           02  DSP-DATA            PIC 9(08).
           02  DSP-HORA            PIC 9(06).
