      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do log de atendimento das filas de trabalho
      *          (ATENDIM.TXT): cada item encerrado nas filas de
      *          alteracoes pendentes (PENDALT, pelo APRALT), de
      *          suspensos (SUSPENSO, pelo SUSPMNT) e de casos de
      *          conciliacao (CASOS, pelo CASOMNT) deixa aqui a
      *          abertura, o encerramento, a decisao, o operador que
      *          decidiu e o departamento do item quando conhecido.
      *          PENDALT e SUSPENSO apagam o item decidido, entao este
      *          log e o unico registro do tempo de atendimento.
      *          Gravado pelo 9470-GRAVA-ATENDIMENTO (ATEND) e lido
      *          pelo SLAREL.
      ******************************************************************
       01  RG-ATEND.
           02  ATD-FILA            PIC X(08).
               88  ATD-FILA-PENDALT    VALUE 'PENDALT'.
               88  ATD-FILA-SUSPENSO   VALUE 'SUSPENSO'.
               88  ATD-FILA-CASOS      VALUE 'CASOS'.
           02  ATD-ITEM            PIC X(20).
           02  ATD-ABERTURA.
               03  ATD-DATA-ABERTURA   PIC 9(08).
               03  ATD-HORA-ABERTURA   PIC 9(06).
           02  ATD-ENCERRAMENTO.
               03  ATD-DATA-ENCERRAMENTO PIC 9(08).
               03  ATD-HORA-ENCERRAMENTO PIC 9(06).
           02  ATD-DECISAO         PIC X(01).
               88  ATD-APROVADO        VALUE 'A'.
               88  ATD-REJEITADO       VALUE 'R'.
               88  ATD-RESOLVIDO       VALUE 'S'.
               88  ATD-DESCARTADO      VALUE 'D'.
               88  ATD-ENCERRADO       VALUE 'F'.
           02  ATD-OPERADOR        PIC X(08).
           02  ATD-DEPTO           PIC X(04).
           02  ATD-PROGRAMA        PIC X(08).
