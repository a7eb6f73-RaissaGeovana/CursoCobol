      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do controle de submissao do extrato
      *          regulatorio (REGCTL.DAT) - uma linha por periodo, com
      *          a via corrente e a situacao junto ao regulador.
      *          Mantido pelo REGEXTR; o AJUSTPER marca o periodo
      *          como pendente de resubmissao quando reapresenta os
      *          totais de um periodo ja submetido.
      ******************************************************************
       01  RG-REGCTL.
           02  RCTL-PERIODO    PIC 9(06).
           02  RCTL-DATA-GER   PIC 9(08).
           02  RCTL-ARQUIVO    PIC X(60).
           02  RCTL-QTD        PIC 9(07).
           02  RCTL-VALOR      PIC S9(13)V99 COMP-3.
           02  RCTL-VIA        PIC 9(02).
           02  RCTL-SITUACAO   PIC X(01).
               88  RCTL-ENVIADA    VALUE 'E'.
               88  RCTL-ACEITA     VALUE 'A'.
               88  RCTL-REJEITADA  VALUE 'R'.
               88  RCTL-PEND-RESUB VALUE 'P'.
