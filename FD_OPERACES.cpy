      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro das regras de acesso por operador
      *          (OPERACES.DAT), mantidas pelo supervisor no OPERMNT
      *          e conferidas pelo MENUPROG na assinatura: dias da
      *          semana permitidos (domingo a sabado, S/N), janela de
      *          horario (hhmm a hhmm; zeros nas duas = dia todo) e
      *          ate cinco terminais permitidos (todos em branco =
      *          qualquer terminal). Operador sem registro aqui entra
      *          sem restricao de dia, hora ou terminal.
      ******************************************************************
       01  RG-OPERACES.
           02  OACS-OPER           PIC X(08).
           02  OACS-DIAS.
               03  OACS-DIA        PIC X(01) OCCURS 7 TIMES.
           02  OACS-HORA-INI       PIC 9(04).
           02  OACS-HORA-FIM       PIC 9(04).
           02  OACS-TERMINAIS.
               03  OACS-TERMINAL   PIC X(08) OCCURS 5 TIMES.
           02  OACS-DATA-ALT       PIC 9(08).
