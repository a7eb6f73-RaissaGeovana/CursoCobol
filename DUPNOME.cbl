      *          na mesma chave saem em DUPNOME.TXT com codigo,
      *          departamento e valor para a mesa revisar e fundir
      *          (MERGECOD).
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       COPY NORMNOME_WS.
       COPY EMPRSRV_WS.
       77 WS-PRIMEIRO-NOME   PIC X(20) VALUE SPACES.
       77 WS-ULTIMO-NOME     PIC X(20) VALUE SPACES.
       01 WS-CHAVE-ANTERIOR.
             03 WS-GR-VALOR        PIC S9(07)V99 COMP-3.
       77 WS-CONT-GRUPOS     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REGISTROS  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$9,99.
       77 WS-LINHA-RELATORIO PIC X(90) VALUE SPACES.

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
           DISPLAY '***** DETECCAO DE NOMES DUPLICADOS *****'.
           SORT WORKNOME
               ON ASCENDING KEY SD-CHAVE-NORMAL
                   SET FIM-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-REGISTROS
                   MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                   PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
                   IF NOT EMP-DEPTO-PERMITIDO
                       ADD 1 TO WS-CONT-FORA-VISAO
                       GO TO P0110-FIM
                   END-IF
                   PERFORM P0120-NORMALIZA THRU P0120-FIM
                   MOVE WS-PRIMEIRO-NOME TO SD-PRIMEIRO
                   MOVE WS-ULTIMO-NOME   TO SD-ULTIMO
                      ' NORMALIZADA) *****'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               IF NOT EMP-VISAO-CONSOLIDADA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                          '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
           END-IF.

           PERFORM P0210-RETORNA-NOME THRU P0210-FIM
       COPY PERFIL.

       COPY NORMNOME.

       COPY EMPRESA.
