      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do cadastro de tipos de documento exigidos
      *          (DOCTIPOS.DAT), mantido pelo DOCMNT: cada registro
      *          diz que o departamento exige o tipo de documento
      *          (copia de identidade, contrato assinado, comprovante
      *          de endereco...) e por quantos meses o documento vale
      *          depois de recebido (zero = nao vence). Departamento
      *          **** e a exigencia de todos os departamentos; a
      *          exigencia propria do departamento para o mesmo tipo
      *          prevalece. Conferido pelo DOCREL na cadeia noturna.
      ******************************************************************
       01  RG-DOCTIPO.
           02  DTP-CHAVE.
               03  DTP-DEPTO       PIC X(04).
               03  DTP-TIPO        PIC X(04).
           02  DTP-DESCRICAO       PIC X(30).
           02  DTP-VALIDADE-MESES  PIC 9(03).
           02  DTP-DATA-ALT        PIC 9(08).
