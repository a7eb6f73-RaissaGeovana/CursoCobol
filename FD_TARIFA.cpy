      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da tabela de tarifas de servico
      *          (TARIFA.DAT), mantida pelo TARIFMNT sob controle de
      *          supervisor: por departamento (**** e a tabela padrao
      *          dos departamentos sem tabela propria) e data de
      *          vigencia, as faixas de valor identificadas pelo
      *          limite superior do VALOR-DADOS que cada uma cobre
      *          (9999999,99 = sem teto). Cada faixa cobra valor fixo
      *          ou percentual do VALOR-DADOS. O TARIFGER usa, por
      *          departamento, a vigencia mais recente nao posterior
      *          a data da corrida e a primeira faixa cujo limite
      *          alcanca o valor do codigo.
      ******************************************************************
       01  RG-TARIFA.
           02  TAR-CHAVE.
               03  TAR-DEPTO       PIC X(04).
               03  TAR-VIGENCIA    PIC 9(08).
               03  TAR-LIMITE      PIC 9(07)V99.
           02  TAR-BASE            PIC X(01).
               88  TAR-VALOR-FIXO  VALUE 'V'.
               88  TAR-PERCENTUAL  VALUE 'P'.
           02  TAR-VALOR           PIC 9(07)V99.
           02  TAR-TAXA            PIC 9(03)V9(04).
