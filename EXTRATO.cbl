      *          disparam o aviso de que o extrato nao fecha so com
      *          os lancamentos. Impresso pelo PRINTSRV com saida
      *          datada EXTRATO.AAAAMMDD.TXT e registrado no catalogo.
      *          Cada movimento sai com sua referencia; estorno e
      *          estornado aparecem amarrados (ESTORNO DA REF /
      *          ESTORNADO PELA REF). Estornos e ajustes de periodo
      *          anterior (AJUSTPER) ficam no MOVHIST e nao contam
      *          como alteracao externa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DIARIO.
       COPY FD_DIARIO.
             03 WS-MV-VALOR       PIC 9(07)V99.
             03 WS-MV-MOTIVO      PIC X(03).
             03 WS-MV-OPERADOR    PIC X(08).
             03 WS-MV-REF         PIC 9(09).
             03 WS-MV-REF-ESTORNO PIC 9(09).
       77 WS-QTD-MOV         PIC 9(03) VALUE ZEROS.
       77 WS-IDX             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EST         PIC 9(03) VALUE ZEROS.
       77 WS-REF-QUE-ESTORNOU PIC 9(09) VALUE ZEROS.
       77 WS-TEXTO-PAR       PIC X(30) VALUE SPACES.
       77 WS-TEM-ALT-EXTERNA PIC X     VALUE 'N'.
         88 TEM-ALT-EXTERNA            VALUE 'S' FALSE 'N'.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.
               MOVE MOV-VALOR     TO WS-MV-VALOR(WS-QTD-MOV)
               MOVE MOV-MOTIVO    TO WS-MV-MOTIVO(WS-QTD-MOV)
               MOVE MOV-OPERADOR  TO WS-MV-OPERADOR(WS-QTD-MOV)
               MOVE MOV-REFERENCIA
                 TO WS-MV-REF(WS-QTD-MOV)
               MOVE MOV-REF-ESTORNO
                 TO WS-MV-REF-ESTORNO(WS-QTD-MOV)
           ELSE
               DISPLAY 'ALERTA: MAIS DE 200 MOVIMENTOS NO PERIODO -'
                       ' EXCEDENTES FICAM FORA DO DETALHE (OS'
                      AND (DIARIO-OP-ALTERACAO
                           OR DIARIO-OP-INATIVACAO)
                      AND DIARIO-PROGRAMA NOT EQUAL 'LANCTOS '
                      AND DIARIO-PROGRAMA NOT EQUAL 'ESTORNO '
                      AND DIARIO-PROGRAMA NOT EQUAL 'AJUSTPER'
                       SET TEM-ALT-EXTERNA TO TRUE
                   END-IF
           END-READ.
       P0400-FIM.

       P0410-IMPRIME-MOVIMENTO.
      *    O ESTORNO TRAZ A REFERENCIA DO ORIGINAL; O ORIGINAL E
      *    MARCADO QUANDO O SEU ESTORNO TAMBEM ESTA NO PERIODO.
           MOVE SPACES TO WS-TEXTO-PAR.
           IF WS-MV-REF-ESTORNO(WS-IDX) NOT EQUAL ZEROS
               STRING ' ESTORNO DA REF ' WS-MV-REF-ESTORNO(WS-IDX)
                      DELIMITED BY SIZE INTO WS-TEXTO-PAR
           ELSE
               IF WS-MV-REF(WS-IDX) NOT EQUAL ZEROS
                   MOVE ZEROS TO WS-REF-QUE-ESTORNOU
                   MOVE 1 TO WS-IDX-EST
                   PERFORM P0420-PROCURA-ESTORNO THRU P0420-FIM
                           UNTIL WS-IDX-EST > WS-QTD-MOV
                   IF WS-REF-QUE-ESTORNOU NOT EQUAL ZEROS
                       STRING ' ESTORNADO PELA REF '
                              WS-REF-QUE-ESTORNOU
                              DELIMITED BY SIZE INTO WS-TEXTO-PAR
                   END-IF
               END-IF
           END-IF.

           MOVE WS-MV-VALOR(WS-IDX) TO WS-VALOR-MOV-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '  ' WS-MV-DATA(WS-IDX)
                  ' ' WS-VALOR-MOV-ED
                  ' MOTIVO ' WS-MV-MOTIVO(WS-IDX)
                  ' LANCTOS ' WS-MV-OPERADOR(WS-IDX)
                  ' REF ' WS-MV-REF(WS-IDX)
                  WS-TEXTO-PAR
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           ADD 1 TO WS-IDX.
       P0410-FIM.

       P0420-PROCURA-ESTORNO.
           IF WS-MV-REF-ESTORNO(WS-IDX-EST) EQUAL WS-MV-REF(WS-IDX)
               MOVE WS-MV-REF(WS-IDX-EST) TO WS-REF-QUE-ESTORNOU
               MOVE WS-QTD-MOV TO WS-IDX-EST
           END-IF.
           ADD 1 TO WS-IDX-EST.
       P0420-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
