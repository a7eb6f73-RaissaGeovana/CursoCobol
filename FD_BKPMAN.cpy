      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do manifesto do conjunto de copias de
      *          seguranca dos cadastros (BKP.AAAAMMDD.MAN), gravado
      *          pelo BKPGER na cadeia noturna e lido pelo BKPREST na
      *          restauracao e pelo SNAPRET na retencao: um registro
      *          por arquivo da lista, com o nome da copia no
      *          conjunto, a quantidade de registros e o total de
      *          hash relidos da copia e os mesmos totais relidos do
      *          arquivo vivo no momento da copia. Situacao V =
      *          copia conferida, D = totais divergentes, A = arquivo
      *          vivo inexistente (nada copiado), E = erro na copia
      *          ou na releitura.
      ******************************************************************
       01  RG-BKPMAN.
           02  BKM-ARQUIVO         PIC X(12).
           02  BKM-DATA            PIC 9(08).
           02  BKM-HORA            PIC 9(08).
           02  BKM-SITUACAO        PIC X(01).
               88  BKM-VERIFICADO      VALUE 'V'.
               88  BKM-DIVERGENTE      VALUE 'D'.
               88  BKM-AUSENTE         VALUE 'A'.
               88  BKM-ERRO            VALUE 'E'.
           02  BKM-REGISTROS       PIC 9(07).
           02  BKM-HASH            PIC 9(15).
           02  BKM-REGISTROS-ORIG  PIC 9(07).
           02  BKM-HASH-ORIG       PIC 9(15).
           02  BKM-NOME-COPIA      PIC X(60).
