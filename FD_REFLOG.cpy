      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do log de alteracoes das tabelas de
      *          referencia (REFLOG.TXT), compartilhado pelas
      *          manutencoes de TAXMAST, GLCONTAS, DEPTOS, ALCADA,
      *          PARCEIRO, CAMBIO/MOEDAREG, FERIADOS, CEPMST, JUROS,
      *          RATEIO, RETENCAO e TARIFA: tabela,
      *          chave, imagem antes e depois (antes em branco na
      *          inclusao, depois em branco na remocao), operador e
      *          momento. Gravado pelo 9465-GRAVA-REFLOG (REFLOG) e
      *          listado pelo REFLOGREL.
      ******************************************************************
       01  RG-REFLOG.
           02  RLOG-TABELA         PIC X(12).
           02  RLOG-CHAVE          PIC X(20).
           02  RLOG-ACAO           PIC X(01).
               88  RLOG-INCLUSAO   VALUE 'I'.
               88  RLOG-ALTERACAO  VALUE 'A'.
               88  RLOG-REMOCAO    VALUE 'R'.
           02  RLOG-ANTES          PIC X(60).
           02  RLOG-DEPOIS         PIC X(60).
           02  RLOG-OPERADOR       PIC X(08).
           02  RLOG-DATA           PIC 9(08).
           02  RLOG-HORA           PIC 9(06).
           02  RLOG-PROGRAMA       PIC X(08).
