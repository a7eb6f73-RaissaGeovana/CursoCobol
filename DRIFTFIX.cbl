
       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-DADOS-ANTES     PIC X(60) VALUE SPACES.
       77  WS-ARQ-AUDITFND-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS-TXT       PIC X(60) VALUE SPACES.
                       INVALID KEY
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET OPERADOR-VALIDO TO TRUE
                           ELSE
                               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS-ANTES.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
