      *          nao existindo, abre o caso. Assim o papel dos
      *          conciliadores vira fila trabalhavel no CASOMNT em
      *          vez de reaparecer noite apos noite sem dono.
      *          A abertura (e a reabertura) grava tambem a hora, que
      *          com o encerramento no CASOMNT da o tempo de
      *          atendimento do caso no SLAREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-AGORA           PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       COPY CASOREG_WS.
           MOVE CASO-VALOR-NOSSO TO CAS-VALOR-NOSSO.
           MOVE CASO-VALOR-EXT   TO CAS-VALOR-EXTERNO.
           MOVE WS-HOJE          TO CAS-DATA-ABERTURA.
           ACCEPT WS-AGORA FROM TIME.
           MOVE WS-AGORA(1:6) TO CAS-HORA-ABERTURA.
           MOVE WS-HOJE          TO CAS-DATA-ULTIMA.
           MOVE 1                TO CAS-OCORRENCIAS.
           MOVE SPACES           TO CAS-RESPONSAVEL.
           MOVE SPACES           TO CAS-RESOLUCAO.
           MOVE SPACES           TO CAS-NOTA.
           MOVE ZEROS            TO CAS-DATA-ENCERRAMENTO
                                    CAS-HORA-ENCERRAMENTO.
           MOVE SPACES           TO CAS-ENCERRADO-POR.
           WRITE RG-CASO
               INVALID KEY
                   MOVE 90 TO CASO-RETORNO
           IF CASO-FECHADO
               SET CASO-ABERTO TO TRUE
               MOVE WS-HOJE TO CAS-DATA-ABERTURA
               ACCEPT WS-AGORA FROM TIME
               MOVE WS-AGORA(1:6) TO CAS-HORA-ABERTURA
               MOVE SPACES  TO CAS-RESOLUCAO
               MOVE ZEROS   TO CAS-DATA-ENCERRAMENTO
                               CAS-HORA-ENCERRAMENTO
               MOVE SPACES  TO CAS-ENCERRADO-POR
               MOVE 2 TO CASO-RETORNO
           ELSE
               MOVE 1 TO CASO-RETORNO
