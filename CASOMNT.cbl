      *          e encerra com codigo de resolucao. Os casos entram
      *          pelo CASOREG (chamado por PARTCONC, CONCDIA e
      *          CTLVERIF) e o envelhecimento sai no CASOREL.
      *          Tambem e chamado pela fila de trabalho do operador
      *          (FILATRAB), para onde volta ao encerrar.
      *          O operador se identifica na entrada (OPERMST); o
      *          encerramento grava data, hora e operador no caso e
      *          vai para o log de atendimento das filas (ATENDIM.TXT)
      *          usado pelo SLAREL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT ATENDIM ASSIGN TO WS-ARQ-ATENDIM-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ATD.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD CASOS.
       COPY FD_CASO.

       FD OPERMST.
       COPY FD_OPER.

       FD ATENDIM.
       COPY FD_ATEND.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       COPY SENHA_WS.
       COPY ATEND_WS.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA     PIC X(08) VALUE SPACES.
       77 WS-OPER-VALIDO    PIC X     VALUE 'N'.
         88 OPERADOR-VALIDO VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
       77 WS-VALOR-ED       PIC -$$$.$$$.$$$.$$9,99.
       77 WS-VALOR-ED2      PIC -$$$.$$$.$$$.$$9,99.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-AGORA          PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       0100-INICIO.
           DISPLAY '***** CASOS DE CONCILIACAO *****'
           SET WS-EXIT-OK TO FALSE.
           PERFORM 0110-IDENTIFICA-OPERADOR THRU 0110-FIM.
           IF NOT OPERADOR-VALIDO
               SET WS-EXIT-OK TO TRUE
           END-IF.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-IDENTIFICA-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE.
           MOVE SPACES TO WS-OPERADOR WS-OPER-SENHA.

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF WS-ST-OPER EQUAL 35
               DISPLAY 'CADASTRO DE OPERADORES AINDA NAO EXISTE -'
                       ' ENTRADA LIBERADA COMO ADMIN.'
               MOVE 'ADMIN' TO WS-OPERADOR
               SET OPERADOR-VALIDO TO TRUE
           ELSE
               IF ST-OPER-OK
                   MOVE WS-OPERADOR TO OPER-ID
                   READ OPERMST
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
                           END-IF
                   END-READ
                   CLOSE OPERMST
               ELSE
                   DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                   DISPLAY 'FILE STATUS: ' WS-ST-OPER
               END-IF
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<L>ISTAR ABERTOS, <A>TRIBUIR, A<N>OTAR,'
                       MOVE WS-RESOL-ENTRADA TO CAS-RESOLUCAO
                       SET CASO-FECHADO TO TRUE
                       ACCEPT CAS-DATA-ULTIMA FROM DATE YYYYMMDD
                       MOVE CAS-DATA-ULTIMA TO CAS-DATA-ENCERRAMENTO
                       ACCEPT WS-AGORA FROM TIME
                       MOVE WS-AGORA(1:6) TO CAS-HORA-ENCERRAMENTO
                       MOVE WS-OPERADOR TO CAS-ENCERRADO-POR
                       REWRITE RG-CASO
                       DISPLAY 'CASO ENCERRADO COM RESOLUCAO '
                               CAS-RESOLUCAO '.'
                       PERFORM 0245-REGISTRA-ATENDIMENTO
                          THRU 0245-FIM
                   END-IF
           END-READ.
           CLOSE CASOS.
       0240-FIM.

       0245-REGISTRA-ATENDIMENTO.
      *    TEMPO DE ATENDIMENTO DO CASO: DA ABERTURA (OU REABERTURA)
      *    PELO CASOREG ATE O ENCERRAMENTO.
           MOVE 'CASOS'               TO WS-ATD-FILA.
           MOVE CAS-CHAVE             TO WS-ATD-ITEM.
           MOVE CAS-DATA-ABERTURA     TO WS-ATD-DATA-ABERTURA.
           MOVE CAS-HORA-ABERTURA     TO WS-ATD-HORA-ABERTURA.
           MOVE CAS-DATA-ENCERRAMENTO TO WS-ATD-DATA-ENCERRAMENTO.
           MOVE CAS-HORA-ENCERRAMENTO TO WS-ATD-HORA-ENCERRAMENTO.
           MOVE 'F'                   TO WS-ATD-DECISAO.
           MOVE WS-OPERADOR           TO WS-ATD-OPERADOR.
           MOVE SPACES                TO WS-ATD-DEPTO.
           MOVE 'CASOMNT'             TO WS-ATD-PROGRAMA.
           PERFORM 9470-GRAVA-ATENDIMENTO THRU 9470-FIM.
       0245-FIM.

       0250-ACEITA-CHAVE.
           MOVE SPACES TO WS-ORIGEM-ENTRADA WS-REF-ENTRADA.
           DISPLAY 'ORIGEM DO CASO (EX: PARTCONC): '

       0500-FIM.
           DISPLAY 'FILA DE CASOS ENCERRADA.'
           GOBACK.

       COPY FD_STATUS_MSG.

           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'ATENDIM.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ATENDIM-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY SENHA.

       COPY ATEND.
