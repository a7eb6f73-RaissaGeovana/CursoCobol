      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do saldo contabil por conta e periodo
      *          (GLSALDO.DAT): debitos, creditos e quantidade de
      *          linhas acumulados de todas as linhas gravadas na
      *          interface GLINTERF com data no periodo AAAAMM. O
      *          GLPOST acumula cada rodada (desfazendo antes a
      *          interface anterior do mesmo dia, se houver) e o
      *          VARCAMB acumula a variacao cambial que contabiliza,
      *          ambos pelo paragrafo 9595-ACUMULA-SALDO-CONTABIL.
      *          O periodo 000000 guarda o saldo de implantacao da
      *          conta, anterior ao primeiro periodo acumulado. Lido
      *          pelo balancete (GLBALANC) e pela conciliacao com o
      *          cadastro (GLCONC).
      ******************************************************************
       01  RG-GLSALDO.
           02  GLS-CHAVE.
               03  GLS-CONTA       PIC X(08).
               03  GLS-PERIODO     PIC 9(06).
           02  GLS-DEBITOS         PIC S9(13)V99 COMP-3.
           02  GLS-CREDITOS        PIC S9(13)V99 COMP-3.
           02  GLS-QTD-LINHAS      PIC S9(07) COMP-3.
           02  GLS-DATA-ATU        PIC 9(08).
