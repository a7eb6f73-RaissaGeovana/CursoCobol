
       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-TAXMAST-DAT   PIC X(60) VALUE SPACES.
                   INVALID KEY
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   NOT INVALID KEY
                       MOVE OPER-SAL TO WS-SNH-SAL
                       MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF OPER-ATIVO
                          AND OPER-SENHA = WS-SNH-HASH
                          AND NIVEL-SUPERVISOR
                           SET SUPERVISOR-OK TO TRUE
                       ELSE
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-CERT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
