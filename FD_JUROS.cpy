      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da tabela de taxas de juros sobre o saldo
      *          (JUROS.DAT), mantida pelo JURMNT sob controle de
      *          supervisor: por departamento (**** e a tabela padrao
      *          dos departamentos sem taxa propria), natureza do
      *          saldo (C credor - saldo positivo, juros pagos ao
      *          codigo; D devedor - saldo negativo, juros cobrados
      *          do codigo) e data de vigencia, a taxa anual em
      *          percentual e a base de dias do ano (360 ou 365). O
      *          JURGER usa, para cada dia apurado, a vigencia mais
      *          recente nao posterior ao dia; taxa zero isenta o
      *          departamento daquela natureza.
      ******************************************************************
       01  RG-JUROS.
           02  JUR-CHAVE.
               03  JUR-DEPTO       PIC X(04).
               03  JUR-NATUREZA    PIC X(01).
                   88  JUR-CREDOR      VALUE 'C'.
                   88  JUR-DEVEDOR     VALUE 'D'.
               03  JUR-VIGENCIA    PIC 9(08).
           02  JUR-TAXA-ANO        PIC 9(03)V9(04).
           02  JUR-BASE-DIAS       PIC 9(03).
