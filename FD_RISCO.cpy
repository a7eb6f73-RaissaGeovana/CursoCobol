      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da classificacao de risco por codigo
      *          (RISCO.DAT), recalculada toda noite pelo RISCOGER a
      *          partir das regras de RISCOCFG.TXT. Guarda a classe
      *          (baixo/medio/alto), a pontuacao total e os pontos de
      *          cada fator para a auditoria entender a nota. A classe
      *          anterior e a data da mudanca so se alteram quando a
      *          classe muda; o RISCOREL usa as duas para listar quem
      *          subiu para alto na ultima corrida.
      ******************************************************************
       01  RG-RISCO.
           02  RSC-COD-DADOS       PIC 9(07).
           02  RSC-DEPTO           PIC X(04).
           02  RSC-CLASSE          PIC X(01).
               88  RSC-BAIXO       VALUE 'B'.
               88  RSC-MEDIO       VALUE 'M'.
               88  RSC-ALTO        VALUE 'A'.
           02  RSC-PONTOS          PIC 9(03).
           02  RSC-FATORES.
               03  RSC-PT-VALOR    PIC 9(02).
               03  RSC-PT-IDADE    PIC 9(02).
               03  RSC-PT-ALTER    PIC 9(02).
               03  RSC-PT-CASOS    PIC 9(02).
               03  RSC-PT-SUSP     PIC 9(02).
               03  RSC-PT-RECERT   PIC 9(02).
               03  RSC-PT-NEGATIVO PIC 9(02).
           02  RSC-CLASSE-ANT      PIC X(01).
           02  RSC-DATA-MUDANCA    PIC 9(08).
           02  RSC-DATA-CALC       PIC 9(08).
