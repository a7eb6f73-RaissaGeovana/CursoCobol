      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de tarifas cobradas (TARIFREG.DAT), gravado
      *          pelo TARIFGER: uma linha por periodo AAAAMM e codigo
      *          tarifado, com a tabela e a faixa aplicadas, o
      *          VALOR-DADOS que serviu de base e a tarifa debitada
      *          em LANCTOS.TXT (motivo TAR). A existencia da linha
      *          impede cobrar o mesmo codigo duas vezes no periodo; a
      *          chave alternativa por periodo e departamento
      *          alimenta o relatorio TARIFREL, que concilia o
      *          registro com o que o motor de lancamentos gravou no
      *          MOVHIST.
      ******************************************************************
       01  RG-TARIFREG.
           02  TRG-CHAVE.
               03  TRG-PERIODO     PIC 9(06).
               03  TRG-COD-DADOS   PIC 9(07).
           02  TRG-CHAVE-DEPTO.
               03  TRG-PERIODO-DEP PIC 9(06).
               03  TRG-DEPTO       PIC X(04).
               03  TRG-COD-DEP     PIC 9(07).
           02  TRG-TABELA          PIC X(04).
           02  TRG-VIGENCIA        PIC 9(08).
           02  TRG-LIMITE          PIC 9(07)V99.
           02  TRG-BASE            PIC X(01).
           02  TRG-VALOR-BASE      PIC S9(07)V99 COMP-3.
           02  TRG-TARIFA          PIC 9(07)V99.
           02  TRG-DATA            PIC 9(08).
           02  TRG-HORA            PIC 9(06).
