      *          vez de multiplicar papel. O CASOMNT atribui, anota
      *          e encerra com codigo de resolucao; o CASOREL mostra
      *          o envelhecimento dos abertos por origem.
      * Historico de alteracoes:
      *   - Incluidos a hora de abertura, a data e hora de
      *     encerramento e o operador que encerrou, para o tempo de
      *     atendimento do SLAREL. Muda o tamanho do registro: o
      *     CASOS.DAT existente tem de ser convertido uma unica vez
      *     pelo CASOCNV (campos novos com zeros e espacos) antes de
      *     rodar a versao nova.
      ******************************************************************
       01  RG-CASO.
           02  CAS-CHAVE.
           02  CAS-RESPONSAVEL         PIC X(08).
           02  CAS-RESOLUCAO           PIC X(03).
           02  CAS-NOTA                PIC X(40).
           02  CAS-HORA-ABERTURA       PIC 9(06).
           02  CAS-DATA-ENCERRAMENTO   PIC 9(08).
           02  CAS-HORA-ENCERRAMENTO   PIC 9(06).
           02  CAS-ENCERRADO-POR       PIC X(08).
