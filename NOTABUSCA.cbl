      *          codigo em DADOS1.DAT, na tela e pelo PRINTSRV
      *          (NOTABUSCA.AAAAMMDD.TXT, no catalogo de relatorios)
      *          para os resultados longos.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          Nota de codigo excluido fica fora da visao restrita.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77 WS-ST-NOTA         PIC 99.
         88 ST-NOTA-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
       77 WS-DEPTO-REG       PIC X(04) VALUE SPACES.
       77 WS-CONT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ACHADAS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PESQUISA THRU P0200-FIM
                   UNTIL FIM-OK.
                      AND NOTA-DATA <= WS-DATA-FIM
                       PERFORM P0210-CASA-PALAVRAS THRU P0210-FIM
                       IF NOTA-CASA
                           PERFORM P0220-MOSTRA-NOTA THRU P0220-FIM
                       END-IF
                   END-IF
               END-READ
           END-IF.

           MOVE WS-DEPTO-REG TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0220-FIM
           END-IF.
           ADD 1 TO WS-CONT-ACHADAS.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'COD ' NOTA-COD-DADOS
                  ' ' NOTA-DATA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'NOTAS LIDAS ' WS-CONT-LIDAS
                      ' CASARAM ' WS-CONT-ACHADAS
                      ' FORA DA VISAO ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
           DISPLAY '***********************************************'.
           DISPLAY 'NOTAS LIDAS...........: ' WS-CONT-LIDAS.
           DISPLAY 'NOTAS QUE CASARAM.....: ' WS-CONT-ACHADAS.
           DISPLAY 'FORA DA VISAO.........: ' WS-CONT-FORA-VISAO.
           DISPLAY '***********************************************'.
       P0500-FIM.

       9600-FIM.

       COPY PERFIL.
       COPY EMPRESA.
