      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do diario de mudancas de classificacao de
      *          risco (RISCOHIS.TXT) - cada mudanca de classe feita
      *          pelo RISCOGER grava a classe e a pontuacao antigas e
      *          as novas. Classe antiga em branco e a primeira
      *          classificacao do codigo; classe nova em branco e a
      *          remocao da classificacao de um codigo que saiu do
      *          cadastro.
      ******************************************************************
       01  RG-RISCOHIS.
           02  RSH-COD-DADOS       PIC 9(07).
           02  RSH-DEPTO           PIC X(04).
           02  RSH-DATA            PIC 9(08).
           02  RSH-HORA            PIC 9(06).
           02  RSH-CLASSE-ANT      PIC X(01).
           02  RSH-PONTOS-ANT      PIC 9(03).
           02  RSH-CLASSE-NOVA     PIC X(01).
           02  RSH-PONTOS-NOVO     PIC 9(03).
