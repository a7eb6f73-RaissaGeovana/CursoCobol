      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do arquivo de avisos dos supervisores aos
      *          operadores (AVISOS.DAT), mantido pelo AVISMNT: o
      *          texto do aviso, o periodo de validade, o publico
      *          (todos os operadores, os lotados em um departamento
      *          ou um operador so) e a prioridade. O MENUPROG exibe
      *          na assinatura os avisos vigentes ainda nao lidos e
      *          exige a confirmacao de leitura, gravada em
      *          AVISOLID.DAT; o AVISREL mostra quem leu e quem nao
      *          leu cada aviso.
      ******************************************************************
       01  RG-AVISO.
           02  AVI-NUMERO          PIC 9(05).
           02  AVI-PRIORIDADE      PIC X(01).
               88  AVI-PRIO-ALTA   VALUE 'A'.
               88  AVI-PRIO-MEDIA  VALUE 'M'.
               88  AVI-PRIO-BAIXA  VALUE 'B'.
           02  AVI-PUBLICO         PIC X(01).
               88  AVI-PARA-TODOS  VALUE 'T'.
               88  AVI-PARA-DEPTO  VALUE 'D'.
               88  AVI-PARA-OPER   VALUE 'O'.
           02  AVI-DEPTO           PIC X(04).
           02  AVI-OPERADOR        PIC X(08).
           02  AVI-DATA-INI        PIC 9(08).
           02  AVI-DATA-FIM        PIC 9(08).
           02  AVI-TEXTO           PIC X(60).
           02  AVI-SITUACAO        PIC X(01).
               88  AVI-ATIVO       VALUE 'A'.
               88  AVI-CANCELADO   VALUE 'C'.
           02  AVI-CRIADO-POR      PIC X(08).
           02  AVI-DATA-CRIACAO    PIC 9(08).
           02  AVI-HORA-CRIACAO    PIC 9(06).
           02  AVI-CANCELADO-POR   PIC X(08).
           02  AVI-DATA-CANCEL     PIC 9(08).
           02  FILLER              PIC X(10).
