      *          demais e imprime em SNAPRET.TXT o inventario dos
      *          pontos de recuperacao mantidos. Janelas configuradas
      *          em SNAPCFG.TXT (dias diarios / dias mensais), com
      *          14/365 como padrao. Os conjuntos de copias de
      *          seguranca dos cadastros (BKP.AAAAMMDD.*, gerados pelo
      *          BKPGER) seguem as mesmas janelas: o conjunto apagado
      *          sai inteiro, copias e manifesto. Executado no fim do
      *          BATCHNOTURNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CFG.

              SELECT MANIFESTO ASSIGN TO WS-NOME-MANIFESTO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MAN.

              SELECT RELATORIO ASSIGN TO WS-ARQ-SNAPRET-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
           02  CFG-DIAS-DIARIOS    PIC 9(03).
           02  CFG-DIAS-MENSAIS    PIC 9(03).

       FD MANIFESTO.
       COPY FD_BKPMAN.

       FD RELATORIO.
       01  RG-RELATORIO            PIC X(80).

       77  WS-ARQ-SNAPCFG-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SNAPRET-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-SNAP     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-BKP      PIC X(60) VALUE SPACES.
       77  WS-NOME-MANIFESTO    PIC X(60) VALUE SPACES.
       77 WS-ST-CFG          PIC 99.
         88 ST-CFG-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-ST-MAN          PIC 99.
         88 ST-MAN-OK         VALUE 0.
       77 WS-FIM-MAN         PIC X     VALUE 'N'.
         88 FIM-MAN                    VALUE 'S' FALSE 'N'.
       77 WS-DIAS-DIARIOS    PIC 9(03) VALUE 14.
       77 WS-DIAS-MENSAIS    PIC 9(03) VALUE 365.
       77 WS-IDADE           PIC 9(03) VALUE ZEROS.
         88 EH-FIM-DE-MES              VALUE 'S' FALSE 'N'.
       77 WS-CONT-MANTIDOS   PIC 9(03) VALUE ZEROS.
       77 WS-CONT-APAGADOS   PIC 9(03) VALUE ZEROS.
       77 WS-CONT-BKP-MANTIDOS PIC 9(03) VALUE ZEROS.
       77 WS-CONT-BKP-APAGADOS PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-RELATORIO PIC X(80).
       77 WS-MOTIVO-GUARDA   PIC X(12) VALUE SPACES.

               END-EVALUATE
           END-IF.

           PERFORM P0250-AVALIA-CONJUNTO THRU P0250-FIM.

           ADD 1 TO WS-IDADE.
       P0210-FIM.

           END-IF.
       P0230-FIM.

       P0250-AVALIA-CONJUNTO.
      *    O CONJUNTO DE COPIAS DO DIA E RECONHECIDO PELO MANIFESTO
      *    BKP.AAAAMMDD.MAN E SEGUE A MESMA REGRA DO SNAPSHOT.
           MOVE SPACES TO WS-NOME-MANIFESTO.
           STRING WS-ARQ-PREF-BKP DELIMITED BY SPACE
                  WS-DC-ANO WS-DC-MES WS-DC-DIA '.MAN'
                  DELIMITED BY SIZE INTO WS-NOME-MANIFESTO.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-NOME-MANIFESTO
               WS-DETALHES-ARQ
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
               GO TO P0250-FIM
           END-IF.

           PERFORM P0310-TESTA-FIM-DE-MES THRU P0310-FIM.
           EVALUATE TRUE
               WHEN WS-IDADE <= WS-DIAS-DIARIOS
                   MOVE 'DIARIO'   TO WS-MOTIVO-GUARDA
                   PERFORM P0260-MANTEM-CONJUNTO THRU P0260-FIM
               WHEN EH-FIM-DE-MES
                   MOVE 'FIM DE MES' TO WS-MOTIVO-GUARDA
                   PERFORM P0260-MANTEM-CONJUNTO THRU P0260-FIM
               WHEN OTHER
                   PERFORM P0270-APAGA-CONJUNTO THRU P0270-FIM
           END-EVALUATE.
       P0250-FIM.

       P0260-MANTEM-CONJUNTO.
           ADD 1 TO WS-CONT-BKP-MANTIDOS.
           IF ST-REL-OK
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'MANTIDO CONJUNTO BKP.' WS-DC-ANO WS-DC-MES
                      WS-DC-DIA ' (' WS-MOTIVO-GUARDA ')'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
       P0260-FIM.

       P0270-APAGA-CONJUNTO.
      *    APAGA CADA COPIA LISTADA NO MANIFESTO E, POR ULTIMO, O
      *    PROPRIO MANIFESTO.
           SET ST-MAN-OK TO TRUE.
           OPEN INPUT MANIFESTO.
           IF NOT ST-MAN-OK
               DISPLAY 'ERRO AO LER ' WS-NOME-MANIFESTO
                       ' - CONJUNTO MANTIDO.'
               GO TO P0270-FIM
           END-IF.

           SET FIM-MAN TO FALSE.
           PERFORM P0275-APAGA-COPIA THRU P0275-FIM
                   UNTIL FIM-MAN.
           CLOSE MANIFESTO.

           CALL 'CBL_DELETE_FILE' USING WS-NOME-MANIFESTO
               RETURNING WS-CHAMADA-RESULT
           END-CALL.

           IF WS-CHAMADA-RESULT EQUAL ZEROS
               ADD 1 TO WS-CONT-BKP-APAGADOS
           ELSE
               DISPLAY 'ERRO AO APAGAR ' WS-NOME-MANIFESTO
           END-IF.
       P0270-FIM.

       P0275-APAGA-COPIA.
           READ MANIFESTO
               AT END
                   SET FIM-MAN TO TRUE
                   GO TO P0275-FIM
           END-READ.
           IF BKM-AUSENTE
               GO TO P0275-FIM
           END-IF.

           CALL 'CBL_DELETE_FILE' USING BKM-NOME-COPIA
               RETURNING WS-CHAMADA-RESULT
           END-CALL.
           IF WS-CHAMADA-RESULT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO APAGAR ' BKM-NOME-COPIA
           END-IF.
       P0275-FIM.

       P0300-DIA-ANTERIOR.
      *    RECUA A DATA CORRENTE UM DIA, VALIDANDO O RESULTADO COM O
      *    DATEVAL PARA ACHAR O ULTIMO DIA DO MES ANTERIOR.
                      '   APAGADOS: ' WS-CONT-APAGADOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CONJUNTOS DE COPIA MANTIDOS: '
                      WS-CONT-BKP-MANTIDOS
                      '   APAGADOS: ' WS-CONT-BKP-APAGADOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               CLOSE RELATORIO
           END-IF.
           DISPLAY 'SNAPSHOTS MANTIDOS..: ' WS-CONT-MANTIDOS.
           DISPLAY 'SNAPSHOTS APAGADOS..: ' WS-CONT-APAGADOS.
           DISPLAY 'CONJUNTOS MANTIDOS..: ' WS-CONT-BKP-MANTIDOS.
           DISPLAY 'CONJUNTOS APAGADOS..: ' WS-CONT-BKP-APAGADOS.
           DISPLAY 'INVENTARIO GRAVADO EM SNAPRET.TXT.'.
       P0500-FIM.

           MOVE 'DADOS1.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-SNAP.
           MOVE 'BKP.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-BKP.
       9600-FIM.

       COPY PERFIL.
