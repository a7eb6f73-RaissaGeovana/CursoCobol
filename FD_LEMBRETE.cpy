      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do arquivo de acompanhamentos das notas
      *          (LEMBRETE.DAT), na mesma chave da nota de NOTAS.DAT
      *          a que se refere - a nota ganha uma data de retorno e
      *          um responsavel (um operador ou um departamento) e
      *          fica aberta ate ser concluida. Gravado pelo CONSCRUD
      *          junto com a nota, listado na assinatura do MENUPROG,
      *          mantido pelo LEMBMNT (concluir e reatribuir) e
      *          relatado pelo LEMBREL.
      ******************************************************************
       01  RG-LEMBRETE.
           02  LEM-CHAVE.
               03  LEM-COD-DADOS   PIC 9(07).
               03  LEM-NOTA-DATA   PIC 9(08).
               03  LEM-NOTA-HORA   PIC 9(06).
           02  LEM-DATA-RETORNO    PIC 9(08).
           02  LEM-OPERADOR        PIC X(08).
           02  LEM-DEPTO           PIC X(04).
           02  LEM-SITUACAO        PIC X(01).
               88  LEM-ABERTO          VALUE 'A'.
               88  LEM-CONCLUIDO       VALUE 'C'.
           02  LEM-CRIADO-POR      PIC X(08).
           02  LEM-DATA-CONCL      PIC 9(08).
           02  LEM-CONCLUIDO-POR   PIC X(08).
