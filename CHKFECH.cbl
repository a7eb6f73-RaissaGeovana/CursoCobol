      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lista de verificacao do fechamento mensal -
      *          subprograma chamado pelo FECHMES (e pelo CHKMNT para
      *          a conferencia avulsa) que confere, para o periodo
      *          informado, cada item ativo de CHKFECH.TXT contra as
      *          saidas e os controles ja existentes: CTLVERIF.TXT
      *          com saldos conferidos, CONCDIA.TXT sem
      *          discrepancia, nenhum caso aberto em CASOS.DAT,
      *          interface GLINTERF do ultimo dia util do periodo
      *          gerada pelo GLPOST e nenhum suspenso do periodo em
      *          SUSPENSO.DAT. Item obrigatorio reprovado so deixa
      *          fechar com dispensa documentada em CHKDISP.DAT.
      *          Imprime o certificado de aprovado/reprovado pelo
      *          PRINTSRV (CHKFECH.AAAAMM.AAAAMMDD.TXT, registrado no
      *          catalogo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT CHKFECH ASSIGN TO WS-ARQ-CHKFECH-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CFG.

              SELECT CHKDISP ASSIGN TO WS-ARQ-CHKDISP-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DSP-CHAVE
              FILE STATUS IS WS-ST-DSP.

              SELECT CTLVERIF ASSIGN TO WS-ARQ-CTLVERIF-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-TXT.

              SELECT CONCDIA ASSIGN TO WS-ARQ-CONCDIA-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-TXT.

              SELECT CASOS ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-IDX.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-IDX.

              SELECT GLINTERF ASSIGN TO WS-NOME-GLINTERF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-TXT.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS REL-CHAVE
              FILE STATUS IS WS-ST-CAT.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD CHKFECH.
       COPY FD_CHKFECH.

       FD CHKDISP.
       COPY FD_CHKDISP.

       FD CTLVERIF.
       01  RG-CTLVERIF         PIC X(80).

       FD CONCDIA.
       01  RG-CONCDIA          PIC X(80).

       FD CASOS.
       COPY FD_CASO.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD GLINTERF.
       01  RG-GLINTERF         PIC X(80).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-CHKFECH-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CHKDISP-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLVERIF-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONCDIA-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-GLI      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GLINTERF     PIC X(60) VALUE SPACES.
       77 WS-ST-CFG          PIC 99.
         88 ST-CFG-OK         VALUE 0.
       77 WS-ST-DSP          PIC 99.
         88 ST-DSP-OK         VALUE 0.
       77 WS-ST-TXT          PIC 99.
         88 ST-TXT-OK         VALUE 0.
       77 WS-ST-IDX          PIC 99.
         88 ST-IDX-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-DSP-ABERTO      PIC X     VALUE 'N'.
         88 DSP-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    ITENS DA LISTA CARREGADOS DE CHKFECH.TXT (OU DA LISTA
      *    EMBUTIDA) COM O RESULTADO DA CONFERENCIA DE CADA UM.
       77 WS-QTD-ITENS       PIC 9(02) VALUE ZEROS.
       77 WS-IDX             PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ITENS.
          02 WS-ITEM         OCCURS 20 TIMES.
             03 WS-IT-ITEM        PIC X(08).
             03 WS-IT-DESCRICAO   PIC X(40).
             03 WS-IT-ATIVO       PIC X(01).
             03 WS-IT-OBRIGATORIO PIC X(01).
             03 WS-IT-RESULTADO   PIC X(01).
                88 WS-IT-APROVADO     VALUE 'A'.
                88 WS-IT-REPROVADO    VALUE 'R'.
                88 WS-IT-DISPENSADO   VALUE 'D'.
                88 WS-IT-INATIVO      VALUE 'I'.
             03 WS-IT-DETALHE     PIC X(40).
             03 WS-IT-DSP-SUPERV  PIC X(08).
             03 WS-IT-DSP-DATA    PIC 9(08).
             03 WS-IT-DSP-JUSTIF  PIC X(60).
      *    LISTA EMBUTIDA, USADA QUANDO CHKFECH.TXT NAO EXISTE.
       01 WS-LISTA-PADRAO.
          02 FILLER PIC X(50) VALUE
             'CTLVERIFCONTROLE DE SALDOS CONFERIDO (CTLVERIF) SS'.
          02 FILLER PIC X(50) VALUE
             'CONCDIA CONCILIACAO DIARIO SEM DISCREPANCIA     SS'.
          02 FILLER PIC X(50) VALUE
             'CASOS   NENHUM CASO DE CONCILIACAO ABERTO       SS'.
          02 FILLER PIC X(50) VALUE
             'GLPOST  INTERFACE CONTABIL DO ULTIMO DIA UTIL   SS'.
          02 FILLER PIC X(50) VALUE
             'SUSPENSOSEM SUSPENSOS DO PERIODO NA FILA        SS'.
       01 FILLER REDEFINES WS-LISTA-PADRAO.
          02 WS-PADRAO       OCCURS 5 TIMES PIC X(50).
       77 WS-CONTADOR        PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ED     PIC Z.ZZZ.ZZ9.
       77 WS-DISCREP-TXT     PIC X(07) VALUE SPACES.
      *    ULTIMO DIA UTIL DO PERIODO (GLPOST).
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       01 WS-DATA-TESTE.
          02 WS-TESTE-ANO    PIC 9(04).
          02 WS-TESTE-MES    PIC 9(02).
          02 WS-TESTE-DIA    PIC 9(02).
       77 WS-DIA-CANDIDATO   PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-UTIL     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-REPROVADOS  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DISPENSADOS PIC 9(02) VALUE ZEROS.
       77 WS-TEXTO-RESULTADO PIC X(11) VALUE SPACES.
       77 WS-TEXTO-OBRIG     PIC X(04) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       COPY CHKFECH_WS.

       PROCEDURE DIVISION USING WS-CHK-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO CHK-RETORNO CHK-QTD-FALHAS
                         WS-QTD-REPROVADOS WS-QTD-DISPENSADOS.
           MOVE SPACES TO CHK-CERTIFICADO.

           PERFORM 0100-CARREGA-LISTA THRU 0100-FIM.

           SET DSP-ABERTO TO FALSE.
           SET ST-DSP-OK TO TRUE.
           OPEN INPUT CHKDISP.
           IF ST-DSP-OK
               SET DSP-ABERTO TO TRUE
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM 0200-CONFERE-ITEM THRU 0200-FIM
                   UNTIL WS-IDX > WS-QTD-ITENS.

           IF DSP-ABERTO
               CLOSE CHKDISP
           END-IF.

           IF CHK-QTD-FALHAS > ZEROS
               MOVE 4 TO CHK-RETORNO
           END-IF.

           PERFORM 0400-CERTIFICADO THRU 0400-FIM.
           GOBACK.

       0100-CARREGA-LISTA.
           MOVE ZEROS TO WS-QTD-ITENS.
           SET ST-CFG-OK TO TRUE.
           OPEN INPUT CHKFECH.

           IF ST-CFG-OK
               SET FIM-OK TO FALSE
               PERFORM 0110-LE-ITEM THRU 0110-FIM
                       UNTIL FIM-OK
               CLOSE CHKFECH
           END-IF.

           IF WS-QTD-ITENS EQUAL ZEROS
               MOVE 1 TO WS-IDX
               PERFORM 0120-ITEM-PADRAO THRU 0120-FIM
                       UNTIL WS-IDX > 5
           END-IF.
       0100-FIM.

       0110-LE-ITEM.
           READ CHKFECH
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF CKF-ITEM NOT EQUAL SPACES
                      AND WS-QTD-ITENS < 20
                       ADD 1 TO WS-QTD-ITENS
                       MOVE SPACES TO WS-ITEM(WS-QTD-ITENS)
                       MOVE CKF-ITEM
                         TO WS-IT-ITEM(WS-QTD-ITENS)
                       MOVE CKF-DESCRICAO
                         TO WS-IT-DESCRICAO(WS-QTD-ITENS)
                       MOVE CKF-ATIVO
                         TO WS-IT-ATIVO(WS-QTD-ITENS)
                       MOVE CKF-OBRIGATORIO
                         TO WS-IT-OBRIGATORIO(WS-QTD-ITENS)
                   END-IF
           END-READ.
       0110-FIM.

       0120-ITEM-PADRAO.
           MOVE WS-PADRAO(WS-IDX) TO RG-CHKFECH.
           ADD 1 TO WS-QTD-ITENS.
           MOVE SPACES TO WS-ITEM(WS-QTD-ITENS).
           MOVE CKF-ITEM        TO WS-IT-ITEM(WS-QTD-ITENS).
           MOVE CKF-DESCRICAO   TO WS-IT-DESCRICAO(WS-QTD-ITENS).
           MOVE CKF-ATIVO       TO WS-IT-ATIVO(WS-QTD-ITENS).
           MOVE CKF-OBRIGATORIO TO WS-IT-OBRIGATORIO(WS-QTD-ITENS).
           ADD 1 TO WS-IDX.
       0120-FIM.

       0200-CONFERE-ITEM.
           MOVE SPACES TO WS-IT-DETALHE(WS-IDX).
           MOVE ZEROS  TO WS-IT-DSP-DATA(WS-IDX).

           IF WS-IT-ATIVO(WS-IDX) NOT EQUAL 'S'
               SET WS-IT-INATIVO(WS-IDX) TO TRUE
               ADD 1 TO WS-IDX
               GO TO 0200-FIM
           END-IF.

           SET WS-IT-APROVADO(WS-IDX) TO TRUE.
           EVALUATE WS-IT-ITEM(WS-IDX)
               WHEN 'CTLVERIF'
                   PERFORM 0210-CONFERE-CTLVERIF THRU 0210-FIM
               WHEN 'CONCDIA '
                   PERFORM 0220-CONFERE-CONCDIA THRU 0220-FIM
               WHEN 'CASOS   '
                   PERFORM 0230-CONFERE-CASOS THRU 0230-FIM
               WHEN 'GLPOST  '
                   PERFORM 0240-CONFERE-GLPOST THRU 0240-FIM
               WHEN 'SUSPENSO'
                   PERFORM 0250-CONFERE-SUSPENSO THRU 0250-FIM
               WHEN OTHER
                   SET WS-IT-REPROVADO(WS-IDX) TO TRUE
                   MOVE 'ITEM DESCONHECIDO NA LISTA'
                     TO WS-IT-DETALHE(WS-IDX)
           END-EVALUATE.

           IF WS-IT-REPROVADO(WS-IDX)
              AND WS-IT-OBRIGATORIO(WS-IDX) EQUAL 'S'
               PERFORM 0290-PROCURA-DISPENSA THRU 0290-FIM
           END-IF.

           ADD 1 TO WS-IDX.
       0200-FIM.

       0210-CONFERE-CTLVERIF.
      *    A CONFERENCIA NOTURNA GRAVA A LINHA DE RESULTADO; SO
      *    'SALDOS CONFEREM' APROVA.
           SET WS-IT-REPROVADO(WS-IDX) TO TRUE.
           MOVE 'CTLVERIF.TXT SEM RESULTADO'
             TO WS-IT-DETALHE(WS-IDX).

           SET ST-TXT-OK TO TRUE.
           OPEN INPUT CTLVERIF.
           IF NOT ST-TXT-OK
               MOVE 'CTLVERIF.TXT AUSENTE' TO WS-IT-DETALHE(WS-IDX)
               GO TO 0210-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM 0215-LE-CTLVERIF THRU 0215-FIM
                   UNTIL FIM-OK.
           CLOSE CTLVERIF.
       0210-FIM.

       0215-LE-CTLVERIF.
           READ CTLVERIF
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF RG-CTLVERIF(1:10) EQUAL 'RESULTADO:'
                       IF RG-CTLVERIF(12:16) EQUAL 'SALDOS CONFEREM.'
                           SET WS-IT-APROVADO(WS-IDX) TO TRUE
                           MOVE 'SALDOS CONFEREM'
                             TO WS-IT-DETALHE(WS-IDX)
                       ELSE
                           SET WS-IT-REPROVADO(WS-IDX) TO TRUE
                           MOVE 'DISCREPANCIA NO CONTROLE DE SALDOS'
                             TO WS-IT-DETALHE(WS-IDX)
                       END-IF
                   END-IF
           END-READ.
       0215-FIM.

       0220-CONFERE-CONCDIA.
      *    A LINHA DE TOTAIS DO CONCDIA TRAZ AS DISCREPANCIAS NA
      *    POSICAO 45 ('CODIGOS CONFERIDOS: NNNNNNN  DISCREPANCIAS:
      *    NNNNNNN').
           SET WS-IT-REPROVADO(WS-IDX) TO TRUE.
           MOVE 'CONCDIA.TXT SEM TOTAIS' TO WS-IT-DETALHE(WS-IDX).

           SET ST-TXT-OK TO TRUE.
           OPEN INPUT CONCDIA.
           IF NOT ST-TXT-OK
               MOVE 'CONCDIA.TXT AUSENTE' TO WS-IT-DETALHE(WS-IDX)
               GO TO 0220-FIM
           END-IF.

           SET FIM-OK TO FALSE.
           PERFORM 0225-LE-CONCDIA THRU 0225-FIM
                   UNTIL FIM-OK.
           CLOSE CONCDIA.
       0220-FIM.

       0225-LE-CONCDIA.
           READ CONCDIA
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF RG-CONCDIA(1:19) EQUAL 'CODIGOS CONFERIDOS:'
                       MOVE RG-CONCDIA(45:7) TO WS-DISCREP-TXT
                       IF WS-DISCREP-TXT EQUAL '0000000'
                           SET WS-IT-APROVADO(WS-IDX) TO TRUE
                           MOVE 'CONCILIACAO SEM DISCREPANCIA'
                             TO WS-IT-DETALHE(WS-IDX)
                       ELSE
                           SET WS-IT-REPROVADO(WS-IDX) TO TRUE
                           MOVE SPACES TO WS-IT-DETALHE(WS-IDX)
                           STRING WS-DISCREP-TXT
                                  ' CODIGO(S) NAO CONCILIADO(S)'
                                  DELIMITED BY SIZE
                                  INTO WS-IT-DETALHE(WS-IDX)
                       END-IF
                   END-IF
           END-READ.
       0225-FIM.

       0230-CONFERE-CASOS.
      *    SEM CASOS.DAT NAO HA CASO ABERTO.
           MOVE ZEROS TO WS-CONTADOR.
           SET ST-IDX-OK TO TRUE.
           OPEN INPUT CASOS.

           IF ST-IDX-OK
               SET FIM-OK TO FALSE
               PERFORM 0235-LE-CASO THRU 0235-FIM
                       UNTIL FIM-OK
               CLOSE CASOS
           ELSE
               IF WS-ST-IDX NOT EQUAL 35
                   SET WS-IT-REPROVADO(WS-IDX) TO TRUE
                   MOVE 'CASOS.DAT INDISPONIVEL'
                     TO WS-IT-DETALHE(WS-IDX)
                   GO TO 0230-FIM
               END-IF
           END-IF.

           IF WS-CONTADOR > ZEROS
               SET WS-IT-REPROVADO(WS-IDX) TO TRUE
           END-IF.
           MOVE WS-CONTADOR TO WS-CONTADOR-ED.
           STRING WS-CONTADOR-ED ' CASO(S) ABERTO(S)'
                  DELIMITED BY SIZE INTO WS-IT-DETALHE(WS-IDX).
       0230-FIM.

       0235-LE-CASO.
           READ CASOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF CASO-ABERTO
                       ADD 1 TO WS-CONTADOR
                   END-IF
           END-READ.
       0235-FIM.

       0240-CONFERE-GLPOST.
      *    O GLPOST GRAVA GLINTERF.AAAAMMDD DO DIA CONTABILIZADO; O
      *    ARQUIVO DO ULTIMO DIA UTIL DO PERIODO PRECISA EXISTIR.
           MOVE CHK-PERIODO(1:4) TO WS-TESTE-ANO.
           MOVE CHK-PERIODO(5:2) TO WS-TESTE-MES.
           MOVE 31 TO WS-DIA-CANDIDATO.
           MOVE ZEROS TO WS-ULTIMO-UTIL.
           PERFORM 0245-TESTA-DIA THRU 0245-FIM
                   UNTIL WS-ULTIMO-UTIL NOT EQUAL ZEROS
                      OR WS-DIA-CANDIDATO EQUAL ZEROS.

           IF WS-ULTIMO-UTIL EQUAL ZEROS
               SET WS-IT-REPROVADO(WS-IDX) TO TRUE
               MOVE 'PERIODO INVALIDO' TO WS-IT-DETALHE(WS-IDX)
               GO TO 0240-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-GLINTERF.
           STRING WS-ARQ-PREF-GLI DELIMITED BY SPACE
                  WS-ULTIMO-UTIL
                  DELIMITED BY SIZE INTO WS-NOME-GLINTERF.

           SET ST-TXT-OK TO TRUE.
           OPEN INPUT GLINTERF.
           IF ST-TXT-OK
               CLOSE GLINTERF
               STRING 'CONTABILIZADO O DIA ' WS-ULTIMO-UTIL
                      DELIMITED BY SIZE INTO WS-IT-DETALHE(WS-IDX)
           ELSE
               SET WS-IT-REPROVADO(WS-IDX) TO TRUE
               STRING 'GLPOST NAO RODOU PARA ' WS-ULTIMO-UTIL
                      DELIMITED BY SIZE INTO WS-IT-DETALHE(WS-IDX)
           END-IF.
       0240-FIM.

       0245-TESTA-DIA.
      *    DO DIA 31 PARA TRAS: DATA INEXISTENTE NO MES OU DIA SEM
      *    EXPEDIENTE (DATEVAL 'U') PASSA PARA O DIA ANTERIOR.
           MOVE WS-DIA-CANDIDATO TO WS-TESTE-DIA.
           MOVE CHK-PERIODO(1:4) TO WS-TESTE-ANO.
           MOVE CHK-PERIODO(5:2) TO WS-TESTE-MES.
           MOVE 'U' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-TESTE-ANO WS-TESTE-MES
                     WS-TESTE-DIA WS-DATA-VALIDA
           END-CALL.

           IF WS-DATA-VALIDA EQUAL 'S'
               MOVE WS-DATA-TESTE TO WS-ULTIMO-UTIL
           ELSE
               SUBTRACT 1 FROM WS-DIA-CANDIDATO
           END-IF.
       0245-FIM.

       0250-CONFERE-SUSPENSO.
      *    A CHAVE DO SUSPENSO COMECA PELA DATA DE ENTRADA NA FILA:
      *    POSICIONA NO PRIMEIRO DIA DO PERIODO E CONTA ATE SAIR DO
      *    MES.
           MOVE ZEROS TO WS-CONTADOR.
           SET ST-IDX-OK TO TRUE.
           OPEN INPUT SUSPENSO.

           IF ST-IDX-OK
               MOVE LOW-VALUES TO SUSP-CHAVE
               MOVE CHK-PERIODO TO SUSP-DATA(1:6)
               MOVE '00' TO SUSP-DATA(7:2)
               SET FIM-OK TO FALSE
               START SUSPENSO KEY IS NOT LESS THAN SUSP-CHAVE
                   INVALID KEY
                       SET FIM-OK TO TRUE
               END-START
               PERFORM 0255-LE-SUSPENSO THRU 0255-FIM
                       UNTIL FIM-OK
               CLOSE SUSPENSO
           ELSE
               IF WS-ST-IDX NOT EQUAL 35
                   SET WS-IT-REPROVADO(WS-IDX) TO TRUE
                   MOVE 'SUSPENSO.DAT INDISPONIVEL'
                     TO WS-IT-DETALHE(WS-IDX)
                   GO TO 0250-FIM
               END-IF
           END-IF.

           IF WS-CONTADOR > ZEROS
               SET WS-IT-REPROVADO(WS-IDX) TO TRUE
           END-IF.
           MOVE WS-CONTADOR TO WS-CONTADOR-ED.
           STRING WS-CONTADOR-ED ' SUSPENSO(S) DO PERIODO'
                  DELIMITED BY SIZE INTO WS-IT-DETALHE(WS-IDX).
       0250-FIM.

       0255-LE-SUSPENSO.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF SUSP-DATA(1:6) EQUAL CHK-PERIODO
                       ADD 1 TO WS-CONTADOR
                   ELSE
                       SET FIM-OK TO TRUE
                   END-IF
           END-READ.
       0255-FIM.

       0290-PROCURA-DISPENSA.
      *    ITEM OBRIGATORIO REPROVADO: COM DISPENSA DO SUPERVISOR PARA
      *    O PERIODO VIRA DISPENSADO; SEM ELA BLOQUEIA O FECHAMENTO.
           IF DSP-ABERTO
               MOVE CHK-PERIODO        TO DSP-PERIODO
               MOVE WS-IT-ITEM(WS-IDX) TO DSP-ITEM
               READ CHKDISP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IT-DISPENSADO(WS-IDX) TO TRUE
                       MOVE DSP-SUPERVISOR
                         TO WS-IT-DSP-SUPERV(WS-IDX)
                       MOVE DSP-DATA TO WS-IT-DSP-DATA(WS-IDX)
                       MOVE DSP-JUSTIFICATIVA
                         TO WS-IT-DSP-JUSTIF(WS-IDX)
               END-READ
           END-IF.

           IF WS-IT-REPROVADO(WS-IDX) AND CHK-QTD-FALHAS < 10
               ADD 1 TO CHK-QTD-FALHAS
               MOVE WS-IT-ITEM(WS-IDX)
                 TO CHK-FALHA-ITEM(CHK-QTD-FALHAS)
               MOVE WS-IT-DETALHE(WS-IDX)
                 TO CHK-FALHA-DESC(CHK-QTD-FALHAS)
           END-IF.
       0290-FIM.

       0400-CERTIFICADO.
           MOVE SPACES TO CHK-CERTIFICADO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  CHK-PERIODO '.' WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO CHK-CERTIFICADO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'CERTIFICADO DE FECHAMENTO MENSAL' TO PRT-TITULO.
           MOVE CHK-CERTIFICADO TO PRT-NOME-ARQ.
           PERFORM 0700-CHAMA-PRINTSRV THRU 0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CERTIFICADO DE FECHAMENTO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               IF CHK-RETORNO EQUAL ZEROS
                   MOVE 90 TO CHK-RETORNO
               END-IF
               GO TO 0400-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PERIODO ' CHK-PERIODO '  CONFERIDO EM ' WS-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 0710-IMPRIME-LINHA THRU 0710-FIM.
           MOVE 'ITEM     DESCRICAO                                OBR'
             TO WS-LINHA-RELATORIO.
           MOVE ' RESULTADO   DETALHE' TO WS-LINHA-RELATORIO(54:).
           PERFORM 0710-IMPRIME-LINHA THRU 0710-FIM.

           MOVE 1 TO WS-IDX.
           PERFORM 0410-IMPRIME-ITEM THRU 0410-FIM
                   UNTIL WS-IDX > WS-QTD-ITENS.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF CHK-BLOQUEADO
               STRING 'REPROVADO - ' CHK-QTD-FALHAS
                      ' ITEM(NS) OBRIGATORIO(S) SEM DISPENSA. O'
                      ' PERIODO NAO PODE SER FECHADO.'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               STRING 'APROVADO - PERIODO LIBERADO PARA O'
                      ' FECHAMENTO (' WS-QTD-DISPENSADOS
                      ' DISPENSA(S), ' WS-QTD-REPROVADOS
                      ' ITEM(NS) INFORMATIVO(S) REPROVADO(S)).'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM 0700-CHAMA-PRINTSRV THRU 0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM 0700-CHAMA-PRINTSRV THRU 0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM 0600-REGISTRA-CATALOGO THRU 0600-FIM.
       0400-FIM.

       0410-IMPRIME-ITEM.
           MOVE 'NAO ' TO WS-TEXTO-OBRIG.
           IF WS-IT-OBRIGATORIO(WS-IDX) EQUAL 'S'
               MOVE 'SIM ' TO WS-TEXTO-OBRIG
           END-IF.

           EVALUATE TRUE
               WHEN WS-IT-APROVADO(WS-IDX)
                   MOVE 'APROVADO'    TO WS-TEXTO-RESULTADO
               WHEN WS-IT-DISPENSADO(WS-IDX)
                   MOVE 'DISPENSADO'  TO WS-TEXTO-RESULTADO
                   ADD 1 TO WS-QTD-DISPENSADOS
               WHEN WS-IT-INATIVO(WS-IDX)
                   MOVE 'NAO CONFERE' TO WS-TEXTO-RESULTADO
               WHEN OTHER
                   MOVE 'REPROVADO'   TO WS-TEXTO-RESULTADO
                   IF WS-IT-OBRIGATORIO(WS-IDX) NOT EQUAL 'S'
                       ADD 1 TO WS-QTD-REPROVADOS
                   END-IF
           END-EVALUATE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-IT-ITEM(WS-IDX) ' ' WS-IT-DESCRICAO(WS-IDX)
                  ' ' WS-TEXTO-OBRIG WS-TEXTO-RESULTADO ' '
                  WS-IT-DETALHE(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 0710-IMPRIME-LINHA THRU 0710-FIM.

           IF WS-IT-DISPENSADO(WS-IDX)
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '         DISPENSA DE ' WS-IT-DSP-SUPERV(WS-IDX)
                      ' EM ' WS-IT-DSP-DATA(WS-IDX) ': '
                      WS-IT-DSP-JUSTIF(WS-IDX)
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM 0710-IMPRIME-LINHA THRU 0710-FIM
           END-IF.

           ADD 1 TO WS-IDX.
       0410-FIM.

       0600-REGISTRA-CATALOGO.
      *    TODA CORRIDA SE REGISTRA NO CATALOGO DE RELATORIOS PARA O
      *    RELCATLG LISTAR E REIMPRIMIR A SAIDA DATADA GUARDADA.
           SET ST-CAT-OK TO TRUE.
           OPEN I-O RELCAT.

           IF WS-ST-CAT EQUAL 35 THEN
               OPEN OUTPUT RELCAT
               CLOSE RELCAT
               OPEN I-O RELCAT
           END-IF.

           IF ST-CAT-OK THEN
               MOVE 'CHKFECH ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'PERIODO ' CHK-PERIODO ' RETORNO ' CHK-RETORNO
                      DELIMITED BY SIZE INTO WS-PARAMETROS
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE CHK-CERTIFICADO    TO REL-ARQUIVO
               WRITE RG-RELCAT
                   INVALID KEY
                       REWRITE RG-RELCAT
               END-WRITE
               CLOSE RELCAT
           ELSE
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CAT
           END-IF.
       0600-FIM.

       0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       0700-FIM.

       0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM 0700-CHAMA-PRINTSRV THRU 0700-FIM.
       0710-FIM.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CHKFECH.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CHKFECH-TXT.
           MOVE 'CHKDISP.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CHKDISP-DAT.
           MOVE 'CTLVERIF.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLVERIF-TXT.
           MOVE 'CONCDIA.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONCDIA-TXT.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'GLINTERF.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-GLI.
           MOVE 'CHKFECH.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
