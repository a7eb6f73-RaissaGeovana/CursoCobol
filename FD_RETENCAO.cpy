      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da tabela de aliquotas de retencao na fonte
      *          (RETENCAO.DAT), mantida pelo RETENMNT sob controle de
      *          supervisor: por motivo de pagamento (o PAG-MOTIVO das
      *          instrucoes) e data de vigencia, o percentual retido
      *          sobre o valor bruto. O PAGTOGER usa, por motivo, a
      *          vigencia mais recente nao posterior a data da
      *          geracao; motivo sem aliquota vigente nao retem.
      ******************************************************************
       01  RG-RETENCAO.
           02  RTC-CHAVE.
               03  RTC-MOTIVO      PIC X(03).
               03  RTC-VIGENCIA    PIC 9(08).
           02  RTC-ALIQUOTA        PIC 9(03)V9(04).
