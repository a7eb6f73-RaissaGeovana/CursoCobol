      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da planilha de correcao do cadastro
      *          (CORRPLAN.DAT), gerada pelo QUERYEXT a partir da
      *          selecao da consulta e devolvida ao CORRAPL depois de
      *          editada fora do sistema. O cabecalho H identifica a
      *          planilha (data e hora da geracao) e o operador que a
      *          gerou; o trailer T fecha com a quantidade de linhas
      *          de detalhe. Cada linha D traz os valores do registro
      *          como estavam na geracao e o carimbo de alteracao (o
      *          ultimo numero de versao do codigo em VERSOES.DAT) -
      *          que nao devem ser editados - e os campos corrigiveis
      *          (nome, departamento e data de cadastro, os mesmos do
      *          ALTDADOS), ja preenchidos com os valores atuais. So o
      *          que mudar nos campos corrigiveis e aplicado.
      ******************************************************************
       01  RG-CORRPLAN.
           02  PLN-TIPO            PIC X(01).
               88  PLN-CABECALHO       VALUE 'H'.
               88  PLN-DETALHE         VALUE 'D'.
               88  PLN-TRAILER         VALUE 'T'.
           02  PLN-COD-DADOS       PIC 9(07).
           02  PLN-ATUAL.
               03  PLN-NOME-ATUAL  PIC X(20).
               03  PLN-DEPTO-ATUAL PIC X(04).
               03  PLN-STATUS-ATUAL PIC X(01).
               03  PLN-VALOR-ATUAL PIC S9(07)V99 SIGN LEADING SEPARATE.
               03  PLN-DATA-ATUAL  PIC 9(08).
           02  PLN-VERSAO          PIC 9(04).
           02  PLN-NOVO.
               03  PLN-NOME-NOVO   PIC X(20).
               03  PLN-DEPTO-NOVO  PIC X(04).
               03  PLN-DATA-NOVA   PIC 9(08).
           02  FILLER              PIC X(13).
       01  RG-CORRPLAN-CTL.
           02  PLC-TIPO            PIC X(01).
           02  PLC-PLANILHA.
               03  PLC-PLAN-DATA   PIC 9(08).
               03  PLC-PLAN-HORA   PIC 9(06).
           02  PLC-OPERADOR        PIC X(08).
           02  PLC-QTD-LINHAS      PIC 9(07).
           02  PLC-FILTROS         PIC X(60).
           02  FILLER              PIC X(10).
