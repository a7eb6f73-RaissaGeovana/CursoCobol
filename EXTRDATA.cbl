      *          DADOS1.DAT, usando a chave alternativa por DATA-DADOS
      *          (COPY FD_CRUD) e START ... NOT LESS THAN para
      *          posicionar a leitura no inicio da faixa informada.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-EXTRDATA-TXT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
          02 WS-DATA-FINAL-MM     PIC 9(02).
          02 WS-DATA-FINAL-DD     PIC 9(02).
       77 WS-CONT-EXTRAIDOS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO  PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-RELATORIO  PIC X(80).
       77 WS-VALOR-REL        PIC -9(07),99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

           MOVE 'I' TO EMP-FUNCAO.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               STOP RUN
           END-IF.

           PERFORM P0100-INICIO    THRU P0100-FIM.
           PERFORM P0200-EXTRAI    THRU P0200-FIM.
           PERFORM P0500-FINALIZA  THRU P0500-FIM.
       P0200-FIM.

       P0210-GRAVA-LINHA.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.

           MOVE VALOR-DADOS TO WS-VALOR-REL.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING COD-DADOS         DELIMITED BY SIZE
               DISPLAY 'EXTRACAO GRAVADA EM EXTRDATA.TXT'
               DISPLAY 'TOTAL DE REGISTROS EXTRAIDOS: '
                       WS-CONT-EXTRAIDOS
               DISPLAY 'FORA DA VISAO DA EMPRESA: '
                       WS-CONT-FORA-VISAO
           END-IF.
       P0500-FIM.

       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
