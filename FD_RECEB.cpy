      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do arquivo de recebimentos do banco
      *          (RECEBTO.TXT), aplicado pelo RECEBAPL: um detalhe
      *          (tipo 1) por dinheiro recebido, com a data valor, o
      *          valor, a referencia do pagador - o COD-DADOS com o
      *          digito verificador ou o identificador do codigo no
      *          parceiro (de-para XREFPART) - e o documento do
      *          banco; o trailer (tipo 9) traz a quantidade e o
      *          total do arquivo. O detalhe nao identificado vai
      *          inteiro para SUSP-REGISTRO, e o SUSPMNT o le de
      *          volta por este mesmo layout.
      ******************************************************************
       01  RG-RECEB.
           02  RCB-TIPO            PIC X(01).
               88  RCB-DETALHE     VALUE '1'.
               88  RCB-TRAILER     VALUE '9'.
           02  RCB-DATA-VALOR      PIC 9(08).
           02  RCB-VALOR           PIC 9(07)V99.
           02  RCB-REFERENCIA      PIC X(20).
           02  RCB-REFERENCIA-R REDEFINES RCB-REFERENCIA.
               03  RCB-REF-CODIGO  PIC X(07).
               03  RCB-REF-RESTO   PIC X(13).
           02  RCB-DOCUMENTO       PIC X(15).
           02  FILLER              PIC X(27).
       01  RG-RECEB-TRL.
           02  RTR-TIPO            PIC X(01).
           02  RTR-DATA            PIC 9(08).
           02  RTR-QUANTIDADE      PIC 9(07).
           02  RTR-VALOR           PIC 9(11)V99.
           02  FILLER              PIC X(51).
