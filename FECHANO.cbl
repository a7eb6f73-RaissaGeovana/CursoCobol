      *          registro anual de ESTATANO.TXT e grava o snapshot de
      *          arranque FECHOANO.AAAA.DAT (copia de DADOS1.DAT)
      *          marcado como posicao oficial de abertura do ano novo
      *          no controle FECHANO.DAT. Periodo com ajuste de
      *          periodo anterior (AJUSTPER) entra pelos totais
      *          reapresentados. O relatorio traz ainda o movimento
      *          do ano e a posicao de encerramento por empresa
      *          (departamento do codigo em DEPTOS.DAT; a posicao sai
      *          dos totais por empresa gravados no fechamento de
      *          dezembro).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY EMPRSRV_WS.
       COPY EMPTOT_WS.
       77 WS-ST-FECH         PIC 99.
         88 ST-FECH-OK        VALUE 0.
       77 WS-ST-HISTJ        PIC 99.
       77 WS-CHAMADA-RESULT  PIC S9(9) COMP-5 VALUE ZEROS.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.
       77 WS-LINHA-REL       PIC X(90) VALUE SPACES.
      *    POSICAO DE ENCERRAMENTO POR EMPRESA (FECHAMENTO DE DEZ).
       01 WS-FECHO-EMPRESAS.
          02 WS-FEMP-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
          02 WS-FEMP-ITEM OCCURS 10 TIMES.
             03 WS-FEMP-CODIGO     PIC X(04).
             03 WS-FEMP-QTD        PIC 9(07).
             03 WS-FEMP-VALOR      PIC S9(11)V99 COMP-3.
       77 WS-IDX-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-NOME-EMPRESA    PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               NOT INVALID KEY
                   MOVE FECH-QTD   TO WS-QTD-ABERTURA
                   MOVE FECH-VALOR TO WS-VAL-ABERTURA
                   IF NOT FECH-SEM-AJUSTE
                       MOVE FECH-QTD-REAP   TO WS-QTD-ABERTURA
                       MOVE FECH-VALOR-REAP TO WS-VAL-ABERTURA
                   END-IF
                   SET TEM-ABERTURA TO TRUE
           END-READ.

                   IF WS-MES EQUAL 12
                       MOVE FECH-QTD   TO WS-QTD-FECHO
                       MOVE FECH-VALOR TO WS-VAL-FECHO
                       IF NOT FECH-SEM-AJUSTE
                           MOVE FECH-QTD-REAP   TO WS-QTD-FECHO
                           MOVE FECH-VALOR-REAP TO WS-VAL-FECHO
                       END-IF
                       MOVE FECH-QTD-EMPRESAS TO WS-FEMP-QTD-EMPRESAS
                       MOVE 1 TO WS-IDX-EMPRESA
                       PERFORM P0215-GUARDA-EMPRESA THRU P0215-FIM
                               UNTIL WS-IDX-EMPRESA > 10
                   END-IF
           END-READ.
           ADD 1 TO WS-MES.
       P0210-FIM.

       P0215-GUARDA-EMPRESA.
           MOVE FECH-EMP-CODIGO(WS-IDX-EMPRESA)
             TO WS-FEMP-CODIGO(WS-IDX-EMPRESA).
           MOVE FECH-EMP-QTD(WS-IDX-EMPRESA)
             TO WS-FEMP-QTD(WS-IDX-EMPRESA).
           MOVE FECH-EMP-VALOR(WS-IDX-EMPRESA)
             TO WS-FEMP-VALOR(WS-IDX-EMPRESA).
           ADD 1 TO WS-IDX-EMPRESA.
       P0215-FIM.

       P0300-APURA-MOVIMENTO.
      *    TOTAIS DO ANO POR TIPO DE OPERACAO, DO HISTORICO DO
      *    DIARIO (DIARIOH, ALIMENTADO PELO JRNLROLL), COM A
               SET DAD-ABERTO TO TRUE
           END-IF.

      *    O MOVIMENTO TAMBEM E ABERTO POR EMPRESA DO DEPARTAMENTO.
           PERFORM 9480-CARREGA-EMPRESAS THRU 9480-FIM.

           SET FIM-OK TO FALSE.
           PERFORM P0310-LE-HISTORICO THRU P0310-FIM
                   UNTIL FIM-OK.
           IF WS-ACHOU NOT EQUAL ZEROS
               ADD 1 TO WS-DEP-MOVTOS(WS-ACHOU)
           END-IF.

           MOVE WS-DEPTO-REG TO EMP-DEPTO-TESTE.
           MOVE ZEROS TO WS-EMT-VALOR-ENTRADA.
           PERFORM 9485-ACUMULA-EMPRESA THRU 9485-FIM.
       P0320-FIM.

       P0325-PROCURA-DEPTO.
           PERFORM P0410-RELATA-DEPTO THRU P0410-FIM
                   UNTIL WS-IDX > WS-QTD-DEPTOS.

           MOVE 'MOVIMENTO POR EMPRESA (DO DEPARTAMENTO):'
             TO WS-LINHA-REL.
           WRITE RG-RELATORIO FROM WS-LINHA-REL.

           MOVE 1 TO WS-IDX-EMPRESA.
           PERFORM P0420-RELATA-MOVTO-EMPRESA THRU P0420-FIM
                   UNTIL WS-IDX-EMPRESA > WS-EMT-QTD-EMPRESAS.

           MOVE WS-VAL-FECHO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'POSICAO DE ENCERRAMENTO: QTD ' WS-QTD-FECHO
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-RELATORIO FROM WS-LINHA-REL.

      *    A POSICAO POR EMPRESA E A DO FECHAMENTO ORIGINAL DE
      *    DEZEMBRO - OS AJUSTES DO AJUSTPER SO REAPRESENTAM O TOTAL.
           IF WS-FEMP-QTD-EMPRESAS > ZEROS
               MOVE 'ENCERRAMENTO POR EMPRESA (FECHAMENTO DE DEZ):'
                 TO WS-LINHA-REL
               WRITE RG-RELATORIO FROM WS-LINHA-REL
               MOVE 1 TO WS-IDX-EMPRESA
               PERFORM P0430-RELATA-FECHO-EMPRESA THRU P0430-FIM
                       UNTIL WS-IDX-EMPRESA > WS-FEMP-QTD-EMPRESAS
           END-IF.

           CLOSE RELATORIO.
           DISPLAY 'RELATORIO DE FECHAMENTO GRAVADO EM FECHANO.'
                   WS-ANO-PEDIDO '.TXT'.
           ADD 1 TO WS-IDX.
       P0410-FIM.

       P0420-RELATA-MOVTO-EMPRESA.
           MOVE WS-EMT-EMPRESA(WS-IDX-EMPRESA) TO WS-NOME-EMPRESA.
           IF WS-NOME-EMPRESA EQUAL SPACES
               MOVE 'SEM EMPRESA' TO WS-NOME-EMPRESA
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING '  EMPRESA ' WS-NOME-EMPRESA
                  ' MOVIMENTOS ' WS-EMT-QTD(WS-IDX-EMPRESA)
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-RELATORIO FROM WS-LINHA-REL.
           ADD 1 TO WS-IDX-EMPRESA.
       P0420-FIM.

       P0430-RELATA-FECHO-EMPRESA.
           MOVE WS-FEMP-CODIGO(WS-IDX-EMPRESA) TO WS-NOME-EMPRESA.
           IF WS-NOME-EMPRESA EQUAL SPACES
               MOVE 'SEM EMPRESA' TO WS-NOME-EMPRESA
           END-IF.
           MOVE WS-FEMP-VALOR(WS-IDX-EMPRESA) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING '  EMPRESA ' WS-NOME-EMPRESA
                  ' QTD ' WS-FEMP-QTD(WS-IDX-EMPRESA)
                  ' VALOR ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE RG-RELATORIO FROM WS-LINHA-REL.
           ADD 1 TO WS-IDX-EMPRESA.
       P0430-FIM.

       P0450-SNAPSHOT-OFICIAL.
      *    O SNAPSHOT DO CADASTRO VIRA A POSICAO OFICIAL DE
      *    ARRANQUE DO ANO NOVO, REGISTRADA NO CONTROLE FECHANO.DAT.
       9600-FIM.

       COPY PERFIL.

       COPY EMPTOT.

       COPY EMPRESA.
