      * Date:
      * Purpose:
      * TRANSFORMANDO EM SUB-PROGRAMA
      * LISTA SO OS CODIGOS DA EMPRESA DO OPERADOR ASSINADO (EMPRSRV);
      * VISAO CONSOLIDADA SO PARA O SUPERVISOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SNAPBASE_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOSR-DAT    PIC X(60) VALUE SPACES.
       COPY FD_CRUD_WS.
       77 WS-ST             PIC 99.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           DISPLAY '******** LISTAR DADOSR ***********'
           SET WS-EXIT-OK     TO FALSE.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               MOVE 'ACESSO RECUSADO' TO LK-MENSAGEM
               PERFORM 0500-FIM
           END-IF.
      *    A LISTAGEM COMPLETA PODE SAIR DO SNAPSHOT MAIS RECENTE
      *    (MESMO LAYOUT FD_CRUD) EM VEZ DO ARQUIVO VIVO.
           PERFORM 9560-ESCOLHE-BASE THRU 9560-FIM.
                   SET REGISTRO-CONFERE TO FALSE
               END-IF
           END-IF.

      *    SO A EMPRESA DO OPERADOR (OU O CONSOLIDADO DO SUPERVISOR).
           IF REGISTRO-CONFERE
               MOVE WS-DEPTO-DADOS TO EMP-DEPTO-TESTE
               PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
               IF NOT EMP-DEPTO-PERMITIDO
                   SET REGISTRO-CONFERE TO FALSE
               END-IF
           END-IF.
       0220-FIM.

       COPY FD_STATUS_MSG.

       COPY PAGINACAO.

       COPY EMPRESA.

       0500-FIM.
           GOBACK.

