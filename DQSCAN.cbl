      *          regra em DQEXCEC.TXT e o placar (percentual limpo,
      *          contagem por regra e tendencia contra a corrida
      *          anterior de DQHIST.TXT) em DQSCORE.TXT.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          So a visao consolidada entra em DQHIST.TXT e tem
      *          tendencia; o placar de uma empresa sai sem base.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY EMPRSRV_WS.
       77 WS-ST-EXC          PIC 99 VALUE 99.
         88 ST-EXC-OK         VALUE 0.
       77 WS-ST-PLA          PIC 99 VALUE 99.
       77 WS-CONT-R03        PIC 9(07) VALUE ZEROS.
       77 WS-CONT-R04        PIC 9(07) VALUE ZEROS.
       77 WS-CONT-R05        PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-REGRAS-FALHAS   PIC X(15) VALUE SPACES.
       77 WS-PTR-REGRAS      PIC 9(02) VALUE 1.
       77 WS-REGISTRO-LIMPO  PIC X     VALUE 'S'.
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
           PERFORM P0200-VARRE    THRU P0200-FIM
                   UNTIL FIM-OK.
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   PERFORM P0210-AVALIA-REGISTRO THRU P0210-FIM
           END-READ.
       P0200-FIM.

       P0210-AVALIA-REGISTRO.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.
           ADD 1 TO WS-TOTAL.

           SET REGISTRO-LIMPO TO TRUE.
           MOVE SPACES TO WS-REGRAS-FALHAS.
           MOVE 1 TO WS-PTR-REGRAS.
           SET FIM-OK TO FALSE.
           SET HIS-ABERTO TO FALSE.

           IF NOT EMP-VISAO-CONSOLIDADA
               GO TO P0300-FIM
           END-IF.

           SET ST-HIS-OK TO TRUE.
           OPEN INPUT HISTORICO.

                  WS-DATA-EXEC ' *****'
                  DELIMITED BY SIZE INTO WS-LINHA-PLACAR.
           PERFORM P0410-GRAVA-LINHA THRU P0410-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-PLACAR
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-PLACAR
               PERFORM P0410-GRAVA-LINHA THRU P0410-FIM
           END-IF.

           MOVE WS-PCT-LIMPO TO WS-PCT-ED.
           MOVE SPACES TO WS-LINHA-PLACAR.
               END-IF
               PERFORM P0410-GRAVA-LINHA THRU P0410-FIM
           ELSE
               IF EMP-VISAO-CONSOLIDADA
                   MOVE 'PRIMEIRA CORRIDA - SEM BASE DE TENDENCIA.'
                     TO WS-LINHA-PLACAR
               ELSE
                   MOVE 'VISAO DE UMA EMPRESA - SEM BASE DE TENDENCIA.'
                     TO WS-LINHA-PLACAR
               END-IF
               PERFORM P0410-GRAVA-LINHA THRU P0410-FIM
           END-IF.

       P0410-FIM.

       P0450-GRAVA-HISTORICO.
      *    O HISTORICO E A BASE DA TENDENCIA DO GRUPO TODO; CORRIDA
      *    RESTRITA A UMA EMPRESA NAO ENTRA NELE.
           IF NOT EMP-VISAO-CONSOLIDADA
               GO TO P0450-FIM
           END-IF.

           SET ST-HIS-OK TO TRUE.
           OPEN EXTEND HISTORICO.

       9600-FIM.

       COPY PERFIL.
       COPY EMPRESA.
