         88 OPCAO-INCLUIR             VALUE 'I' 'i'.
         88 OPCAO-GRAVAR              VALUE 'G' 'g'.
       01 WS-TABELA-CADEIA.
          02 WS-CAD-ITEM OCCURS 30 TIMES.
             03 WS-CAD-ETAPA      PIC 9(02).
             03 WS-CAD-PROGRAMA   PIC X(60).
             03 WS-CAD-NOME       PIC X(30).
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF WS-QTD-ETAPAS < 30
                       ADD 1 TO WS-QTD-ETAPAS
                       MOVE CAD-ETAPA
                         TO WS-CAD-ETAPA(WS-QTD-ETAPAS)
       0120-CADEIA-PADRAO.
      *    A MESMA CADEIA EMBUTIDA QUE O BATCHNOTURNO USA SEM O
      *    ARQUIVO DE CONFIGURACAO.
           MOVE 22 TO WS-QTD-ETAPAS.
           MOVE 01 TO WS-CAD-ETAPA(1).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/CRUD'
             TO WS-CAD-PROGRAMA(1).
             TO WS-CAD-PROGRAMA(7).
           MOVE 'ESTATISTICAS (ESTATDIA)' TO WS-CAD-NOME(7).
           MOVE 08 TO WS-CAD-ETAPA(8).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/TOLSAIDA'
             TO WS-CAD-PROGRAMA(8).
           MOVE 'TOLERANCIA SAIDAS (TOLSAIDA)' TO WS-CAD-NOME(8).
           MOVE 09 TO WS-CAD-ETAPA(9).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/AGENDEXEC'
             TO WS-CAD-PROGRAMA(9).
           MOVE 'AGENDA (AGENDEXEC)' TO WS-CAD-NOME(9).
           MOVE 10 TO WS-CAD-ETAPA(10).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/HOUSEKEEP'
             TO WS-CAD-PROGRAMA(10).
           MOVE 'FAXINA (HOUSEKEEP)' TO WS-CAD-NOME(10).
           MOVE 11 TO WS-CAD-ETAPA(11).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/GERDADOS'
             TO WS-CAD-PROGRAMA(11).
           MOVE 'COPIA SEQUENCIAL (GERDADOS)' TO WS-CAD-NOME(11).
           MOVE 12 TO WS-CAD-ETAPA(12).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/ANOMREL'
             TO WS-CAD-PROGRAMA(12).
           MOVE 'ANOMALIAS DE VALOR (ANOMREL)' TO WS-CAD-NOME(12).
           MOVE 13 TO WS-CAD-ETAPA(13).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/LCTFLIB'
             TO WS-CAD-PROGRAMA(13).
           MOVE 'LIBERA DATA FUTURA (LCTFLIB)' TO WS-CAD-NOME(13).
           MOVE 14 TO WS-CAD-ETAPA(14).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/RISCOGER'
             TO WS-CAD-PROGRAMA(14).
           MOVE 'CLASSIFICA RISCO (RISCOGER)' TO WS-CAD-NOME(14).
           MOVE 15 TO WS-CAD-ETAPA(15).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/DOCREL'
             TO WS-CAD-PROGRAMA(15).
           MOVE 'PENDENCIA DOCUMENTOS (DOCREL)' TO WS-CAD-NOME(15).
           MOVE 16 TO WS-CAD-ETAPA(16).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/ORGSYNC'
             TO WS-CAD-PROGRAMA(16).
           MOVE 'ESTRUTURA OFICIAL (ORGSYNC)' TO WS-CAD-NOME(16).
           MOVE 17 TO WS-CAD-ETAPA(17).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/RELEXTR'
             TO WS-CAD-PROGRAMA(17).
           MOVE 'EXTRATO RELATORIOS (RELEXTR)' TO WS-CAD-NOME(17).
           MOVE 18 TO WS-CAD-ETAPA(18).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/DWEXTR'
             TO WS-CAD-PROGRAMA(18).
           MOVE 'ARMAZEM DE DADOS (DWEXTR)' TO WS-CAD-NOME(18).
           MOVE 19 TO WS-CAD-ETAPA(19).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/PARTMON'
             TO WS-CAD-PROGRAMA(19).
           MOVE 'CHEGADA PARCEIROS (PARTMON)' TO WS-CAD-NOME(19).
           MOVE 20 TO WS-CAD-ETAPA(20).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/DORMGER'
             TO WS-CAD-PROGRAMA(20).
           MOVE 'DORMENCIA CODIGOS (DORMGER)' TO WS-CAD-NOME(20).
           MOVE 21 TO WS-CAD-ETAPA(21).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/JURGER'
             TO WS-CAD-PROGRAMA(21).
           MOVE 'JUROS DIARIOS (JURGER)' TO WS-CAD-NOME(21).
           MOVE 22 TO WS-CAD-ETAPA(22).
           MOVE 'C:/Users/raissa.ribeiro/Desktop/Curso/BKPGER'
             TO WS-CAD-PROGRAMA(22).
           MOVE 'COPIA SEGURANCA (BKPGER)' TO WS-CAD-NOME(22).

           MOVE 1 TO WS-IDX.
           PERFORM 0125-COMPLETA-PADRAO THRU 0125-FIM
                   UNTIL WS-IDX > 22.
       0120-FIM.

       0125-COMPLETA-PADRAO.
           ELSE
               COMPUTE WS-CAD-PRED(WS-IDX) = WS-IDX - 1
           END-IF.
           IF WS-IDX <= 3 OR WS-IDX EQUAL 13
              OR WS-IDX EQUAL 21
               MOVE 'S' TO WS-CAD-SO-UTIL(WS-IDX)
           ELSE
               MOVE 'N' TO WS-CAD-SO-UTIL(WS-IDX)
       0225-FIM.

       0230-INCLUI.
           IF WS-QTD-ETAPAS >= 30
               DISPLAY 'LIMITE DE 30 ETAPAS ATINGIDO.'
               GO TO 0230-FIM
           END-IF.

