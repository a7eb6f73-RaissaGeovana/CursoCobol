      *          por ALTDADOS/DELDADOS enquanto um codigo esta sendo
      *          alterado ou excluido, para impedir que dois operadores
      *          atualizem o mesmo codigo ao mesmo tempo.
      * Historico de alteracoes:
      *   - Incluido o operador dono da trava (LOCK-OPERADOR): o
      *     encerramento por inatividade no MENUPROG solta as travas
      *     do operador derrubado.
      ******************************************************************
       01  RG-LOCK.
           02  LOCK-COD-DADOS      PIC 9(07).
           02  LOCK-PROGRAMA       PIC X(08).
           02  LOCK-DATA           PIC 9(08).
           02  LOCK-HORA           PIC 9(06).
           02  LOCK-OPERADOR       PIC X(08).
