      *          um COD-DADOS, validando que o codigo exista em
      *          DADOS1.DAT antes de aceitar um contato, e imprime a
      *          listagem combinada (registro de DADOS1.DAT seguido
      *          dos seus contatos). A remocao de um contato leva
      *          junto o seu consentimento de comunicacao
      *          (CONSENT.DAT), para que o proximo contato na mesma
      *          sequencia nao herde a decisao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CNS-CHAVE
              FILE STATUS IS WS-ST-CNS.

              SELECT CEPMST ASSIGN TO WS-ARQ-CEPMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
       FD CONTATOS.
       COPY FD_CONTATO.

       FD CONSENT.
       COPY FD_CONSENT.

       FD CEPMST.
       COPY FD_CEP.

       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CEPMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONSENT-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST-CNS          PIC 99.
         88 ST-CNS-OK        VALUE 0.
       77 WS-ST-CEP          PIC 99.
         88 ST-CEP-OK        VALUE 0.
       77 WS-CEP-ENTRADA     PIC 9(08) VALUE ZEROS.
                               NOT INVALID KEY
                                   DISPLAY 'CONTATO REMOVIDO COM'
                                           ' SUCESSO.'
                                   PERFORM 0235-REMOVE-CONSENT
                                           THRU 0235-FIM
                           END-DELETE
                       ELSE
                           DISPLAY 'CONTATO MANTIDO.'
           END-IF.
       0230-FIM.

       0235-REMOVE-CONSENT.
           SET ST-CNS-OK TO TRUE.
           OPEN I-O CONSENT.
           IF NOT ST-CNS-OK
               GO TO 0235-FIM
           END-IF.
           MOVE WS-COD-ENTRADA TO CNS-COD-DADOS.
           MOVE WS-SEQ-ENTRADA TO CNS-SEQ.
           DELETE CONSENT
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE CONSENT.
       0235-FIM.

       0250-VERIFICA-CODIGO.
           SET CODIGO-EXISTE TO FALSE.
           SET ST-CONS-OK TO TRUE.
           MOVE 'CEPMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CEPMST-DAT.
           MOVE 'CONSENT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSENT-DAT.
       9600-FIM.

       COPY PERFIL.
