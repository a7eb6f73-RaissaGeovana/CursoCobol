      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do consentimento e da preferencia de
      *          comunicacao por contato (CONSENT.DAT) - para cada
      *          contato de CONTATOS.DAT registra, por canal (carta e
      *          etiqueta, telefone, e-mail), a autorizacao ou a
      *          recusa, com a data e a origem da decisao. Cada
      *          mudanca vai ao historico de consentimento
      *          (CONSHIS.TXT) com a opcao antiga e a nova. Consulta o
      *          consentimento de um contato, lista o historico de um
      *          codigo e lista os contatos com alguma recusa. O
      *          CARTAS deixa de escrever a quem recusou a carta.
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
              SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CNS-CHAVE
              FILE STATUS IS WS-ST-CNS.
              SELECT CONSHIS ASSIGN TO WS-ARQ-CONSHIS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-CSH.
              SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD CONSENT.
       COPY FD_CONSENT.
       FD CONSHIS.
       COPY FD_CONSHIS.
       FD CONTATOS.
       COPY FD_CONTATO.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-CONSENT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONSHIS-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST-CNS         PIC 99.
         88 ST-CNS-OK       VALUE 0.
       77 WS-ST-CSH         PIC 99.
         88 ST-CSH-OK       VALUE 0.
       77 WS-ST-CONT        PIC 99.
         88 ST-CONT-OK      VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-REGISTRAR           VALUE 'R' 'r'.
         88 OPCAO-CONSULTAR           VALUE 'C' 'c'.
         88 OPCAO-HISTORICO           VALUE 'H' 'h'.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
       77 WS-COD-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-ENTRADA    PIC 9(02) VALUE ZEROS.
       77 WS-CANAL-ENTRADA  PIC 9(01) VALUE ZEROS.
         88 CANAL-VALIDO              VALUE 1 THRU 3.
       77 WS-OPCAO-ENTRADA  PIC X(01) VALUE SPACES.
         88 OPCAO-AUTORIZA            VALUE 'S' 's'.
         88 OPCAO-RECUSA              VALUE 'N' 'n'.
         88 OPCAO-LIMPA               VALUE 'B' 'b'.
       77 WS-ORIGEM-ENTRADA PIC X(10) VALUE SPACES.
       77 WS-OPCAO-ANT      PIC X(01) VALUE SPACES.
       77 WS-OPCAO-NOVA     PIC X(01) VALUE SPACES.
       77 WS-CHAVE-VALIDA   PIC X     VALUE 'N'.
         88 CHAVE-VALIDA              VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONSENT    PIC X     VALUE 'N'.
         88 TEM-CONSENT               VALUE 'S' FALSE 'N'.
       77 WS-TEM-RECUSA     PIC X     VALUE 'N'.
         88 TEM-RECUSA                VALUE 'S' FALSE 'N'.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-IDX            PIC 9(01) VALUE ZEROS.
       77 WS-NOME-CANAL     PIC X(10) VALUE SPACES.
       77 WS-SITUACAO-CANAL PIC X(14) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
          02 WS-ENT-ANO     PIC 9(04).
          02 WS-ENT-MES     PIC 9(02).
          02 WS-ENT-DIA     PIC 9(02).
      *    VALIDACAO DA DATA DA DECISAO PELO DATEVAL.
       77 WS-DV-OBTER-ATUAL PIC X(01) VALUE 'N'.
       77 WS-DV-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-DV-MES         PIC 9(02) VALUE ZEROS.
       77 WS-DV-DIA         PIC 9(02) VALUE ZEROS.
       77 WS-DV-VALIDA      PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '***** CONSENTIMENTO E PREFERENCIA DE CONTATO *****'
           SET WS-EXIT-OK     TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-CNS-OK TO TRUE.
           OPEN I-O CONSENT.

           IF WS-ST-CNS EQUAL 35 THEN
               OPEN OUTPUT CONSENT
           END-IF.

           IF ST-CNS-OK THEN
               CLOSE CONSENT
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONSENTIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CNS
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<R>EGISTRAR DECISAO, <C>ONSULTAR CONTATO,'
                   ' <H>ISTORICO DO CODIGO, <L>ISTAR RECUSAS'
                   ' OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-REGISTRAR
                   PERFORM 0210-REGISTRA THRU 0210-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTA THRU 0230-FIM
               WHEN OPCAO-HISTORICO
                   PERFORM 0240-HISTORICO THRU 0240-FIM
               WHEN OPCAO-LISTAR
                   PERFORM 0270-LISTA-RECUSAS THRU 0270-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-REGISTRA.
      *    UMA DECISAO POR VEZ: UM CANAL DE UM CONTATO. A OPCAO
      *    <B> DEVOLVE O CANAL A NAO INFORMADO (DECISAO REGISTRADA
      *    POR ENGANO); SEM NENHUM CANAL INFORMADO O REGISTRO SAI.
           PERFORM 0250-ACEITA-CONTATO THRU 0250-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0210-FIM
           END-IF.

           MOVE ZEROS TO WS-CANAL-ENTRADA.
           DISPLAY 'CANAL (1 = CARTA/ETIQUETA, 2 = TELEFONE,'
                   ' 3 = E-MAIL): '
           ACCEPT WS-CANAL-ENTRADA.
           IF NOT CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO.'
               GO TO 0210-FIM
           END-IF.

           MOVE SPACES TO WS-OPCAO-ENTRADA.
           DISPLAY '<S> AUTORIZA, <N> RECUSA OU <B> NAO INFORMADO: '
           ACCEPT WS-OPCAO-ENTRADA.
           EVALUATE TRUE
               WHEN OPCAO-AUTORIZA
                   MOVE 'S' TO WS-OPCAO-NOVA
               WHEN OPCAO-RECUSA
                   MOVE 'N' TO WS-OPCAO-NOVA
               WHEN OPCAO-LIMPA
                   MOVE SPACE TO WS-OPCAO-NOVA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   GO TO 0210-FIM
           END-EVALUATE.

           MOVE ZEROS  TO WS-DATA-ENTRADA.
           MOVE SPACES TO WS-ORIGEM-ENTRADA.
           IF WS-OPCAO-NOVA NOT EQUAL SPACE
               DISPLAY 'DATA DA DECISAO (AAAAMMDD, ZEROS = HOJE): '
               ACCEPT WS-DATA-ENTRADA
               IF WS-DATA-ENTRADA EQUAL ZEROS
                   MOVE WS-HOJE TO WS-DATA-ENTRADA
               END-IF
               PERFORM 0280-VALIDA-DATA THRU 0280-FIM
               IF WS-DV-VALIDA NOT = 'S'
                  OR WS-DATA-ENTRADA > WS-HOJE
                   DISPLAY 'DATA DA DECISAO INVALIDA OU FUTURA.'
                   GO TO 0210-FIM
               END-IF
               DISPLAY 'ORIGEM DA DECISAO (FORMULARIO, TELEFONE,'
                       ' E-MAIL, BALCAO...): '
               ACCEPT WS-ORIGEM-ENTRADA
               IF WS-ORIGEM-ENTRADA EQUAL SPACES
                   DISPLAY 'ORIGEM OBRIGATORIA.'
                   GO TO 0210-FIM
               END-IF
           END-IF.

           SET ST-CNS-OK TO TRUE.
           OPEN I-O CONSENT.
           IF NOT ST-CNS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONSENTIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CNS
               GO TO 0210-FIM
           END-IF.

           SET TEM-CONSENT TO TRUE.
           MOVE WS-COD-ENTRADA TO CNS-COD-DADOS.
           MOVE WS-SEQ-ENTRADA TO CNS-SEQ.
           READ CONSENT
               INVALID KEY
                   SET TEM-CONSENT TO FALSE
                   MOVE WS-COD-ENTRADA TO CNS-COD-DADOS
                   MOVE WS-SEQ-ENTRADA TO CNS-SEQ
                   MOVE 1 TO WS-IDX
                   PERFORM 0215-LIMPA-CANAL THRU 0215-FIM
                   MOVE 2 TO WS-IDX
                   PERFORM 0215-LIMPA-CANAL THRU 0215-FIM
                   MOVE 3 TO WS-IDX
                   PERFORM 0215-LIMPA-CANAL THRU 0215-FIM
           END-READ.

           MOVE CNS-OPCAO(WS-CANAL-ENTRADA) TO WS-OPCAO-ANT.
           IF WS-OPCAO-ANT EQUAL WS-OPCAO-NOVA
              AND CNS-DATA(WS-CANAL-ENTRADA) EQUAL WS-DATA-ENTRADA
              AND CNS-ORIGEM(WS-CANAL-ENTRADA)
                  EQUAL WS-ORIGEM-ENTRADA
               DISPLAY 'DECISAO JA REGISTRADA - NADA ALTERADO.'
               CLOSE CONSENT
               GO TO 0210-FIM
           END-IF.

           MOVE WS-OPCAO-NOVA     TO CNS-OPCAO(WS-CANAL-ENTRADA).
           MOVE WS-DATA-ENTRADA   TO CNS-DATA(WS-CANAL-ENTRADA).
           MOVE WS-ORIGEM-ENTRADA TO CNS-ORIGEM(WS-CANAL-ENTRADA).
           MOVE WS-HOJE           TO CNS-DATA-ALT.

           IF CNS-NAO-INFORMADO(1) AND CNS-NAO-INFORMADO(2)
              AND CNS-NAO-INFORMADO(3)
               IF TEM-CONSENT
                   DELETE CONSENT
                       INVALID KEY
                           DISPLAY 'ERRO AO REMOVER O CONSENTIMENTO.'
                           CLOSE CONSENT
                           GO TO 0210-FIM
                   END-DELETE
               END-IF
               DISPLAY 'CONTATO SEM NENHUM CANAL INFORMADO.'
           ELSE
               IF TEM-CONSENT
                   REWRITE RG-CONSENT
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O CONSENTIMENTO.'
                           CLOSE CONSENT
                           GO TO 0210-FIM
                   END-REWRITE
               ELSE
                   WRITE RG-CONSENT
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O CONSENTIMENTO.'
                           CLOSE CONSENT
                           GO TO 0210-FIM
                   END-WRITE
               END-IF
               DISPLAY 'DECISAO REGISTRADA.'
           END-IF.
           CLOSE CONSENT.

           PERFORM 0220-GRAVA-HISTORICO THRU 0220-FIM.
       0210-FIM.

       0215-LIMPA-CANAL.
           MOVE SPACE  TO CNS-OPCAO(WS-IDX).
           MOVE ZEROS  TO CNS-DATA(WS-IDX).
           MOVE SPACES TO CNS-ORIGEM(WS-IDX).
       0215-FIM.

       0220-GRAVA-HISTORICO.
           SET ST-CSH-OK TO TRUE.
           OPEN EXTEND CONSHIS.
           IF WS-ST-CSH EQUAL 35 THEN
               OPEN OUTPUT CONSHIS
           END-IF.
           IF NOT ST-CSH-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE'
                       ' CONSENTIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CSH
               GO TO 0220-FIM
           END-IF.

           MOVE WS-COD-ENTRADA    TO CSH-COD-DADOS.
           MOVE WS-SEQ-ENTRADA    TO CSH-SEQ.
           MOVE WS-CANAL-ENTRADA  TO CSH-CANAL.
           MOVE WS-OPCAO-ANT      TO CSH-OPCAO-ANT.
           MOVE WS-OPCAO-NOVA     TO CSH-OPCAO-NOVA.
           MOVE WS-DATA-ENTRADA   TO CSH-DATA-DECISAO.
           MOVE WS-ORIGEM-ENTRADA TO CSH-ORIGEM.
           MOVE WS-HOJE           TO CSH-DATA.
           ACCEPT CSH-HORA FROM TIME.
           WRITE RG-CONSHIS.
           CLOSE CONSHIS.
       0220-FIM.

       0230-CONSULTA.
           PERFORM 0250-ACEITA-CONTATO THRU 0250-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0230-FIM
           END-IF.

           SET ST-CNS-OK TO TRUE.
           OPEN INPUT CONSENT.
           IF NOT ST-CNS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONSENTIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CNS
               GO TO 0230-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO CNS-COD-DADOS.
           MOVE WS-SEQ-ENTRADA TO CNS-SEQ.
           READ CONSENT
               INVALID KEY
                   DISPLAY 'NENHUMA DECISAO REGISTRADA - TODOS OS'
                           ' CANAIS NAO INFORMADOS.'
               NOT INVALID KEY
                   DISPLAY 'CANAL      SITUACAO       DECISAO  ORIGEM'
                   MOVE 1 TO WS-IDX
                   PERFORM 0235-MOSTRA-CANAL THRU 0235-FIM
                           UNTIL WS-IDX > 3
                   DISPLAY 'ULTIMA ALTERACAO: ' CNS-DATA-ALT
           END-READ.
           CLOSE CONSENT.
       0230-FIM.

       0235-MOSTRA-CANAL.
           PERFORM 0260-NOME-CANAL THRU 0260-FIM.
           EVALUATE TRUE
               WHEN CNS-AUTORIZA(WS-IDX)
                   MOVE 'AUTORIZADO'     TO WS-SITUACAO-CANAL
               WHEN CNS-RECUSA(WS-IDX)
                   MOVE 'RECUSADO'       TO WS-SITUACAO-CANAL
               WHEN OTHER
                   MOVE 'NAO INFORMADO'  TO WS-SITUACAO-CANAL
           END-EVALUATE.
           DISPLAY WS-NOME-CANAL ' ' WS-SITUACAO-CANAL ' '
                   CNS-DATA(WS-IDX) ' ' CNS-ORIGEM(WS-IDX).
           ADD 1 TO WS-IDX.
       0235-FIM.

       0240-HISTORICO.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO DO DADO: '
           ACCEPT WS-COD-ENTRADA.

           SET ST-CSH-OK TO TRUE.
           OPEN INPUT CONSHIS.
           IF NOT ST-CSH-OK
               DISPLAY 'HISTORICO DE CONSENTIMENTO VAZIO OU'
                       ' INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CSH
               GO TO 0240-FIM
           END-IF.

           MOVE ZEROS TO WS-CONT-LISTADOS.
           SET FIM-OK TO FALSE.
           DISPLAY 'SEQ CANAL      DE PARA DECISAO  ORIGEM     '
                   'REGISTRO HORA'.
           PERFORM 0245-MOSTRA-HISTORICO THRU 0245-FIM
                   UNTIL FIM-OK.
           CLOSE CONSHIS.
           DISPLAY 'MUDANCAS LISTADAS: ' WS-CONT-LISTADOS.
       0240-FIM.

       0245-MOSTRA-HISTORICO.
           READ CONSHIS
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0245-FIM
           END-READ.
           IF CSH-COD-DADOS NOT EQUAL WS-COD-ENTRADA
               GO TO 0245-FIM
           END-IF.
           MOVE CSH-CANAL TO WS-IDX.
           PERFORM 0260-NOME-CANAL THRU 0260-FIM.
           DISPLAY CSH-SEQ '  ' WS-NOME-CANAL ' ' CSH-OPCAO-ANT
                   '  ' CSH-OPCAO-NOVA '    ' CSH-DATA-DECISAO ' '
                   CSH-ORIGEM ' ' CSH-DATA ' ' CSH-HORA.
           ADD 1 TO WS-CONT-LISTADOS.
       0245-FIM.

       0250-ACEITA-CONTATO.
      *    O CONSENTIMENTO SO E REGISTRADO PARA CONTATO EXISTENTE EM
      *    CONTATOS.DAT.
           SET CHAVE-VALIDA TO FALSE.
           MOVE ZEROS TO WS-COD-ENTRADA WS-SEQ-ENTRADA.
           DISPLAY 'CODIGO DO DADO: '
           ACCEPT WS-COD-ENTRADA.
           DISPLAY 'SEQUENCIA DO CONTATO: '
           ACCEPT WS-SEQ-ENTRADA.

           SET ST-CONT-OK TO TRUE.
           OPEN INPUT CONTATOS.
           IF NOT ST-CONT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-CONT
               GO TO 0250-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO CONT-COD-DADOS.
           MOVE WS-SEQ-ENTRADA TO CONT-SEQ.
           READ CONTATOS
               INVALID KEY
                   DISPLAY 'CONTATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY 'CONTATO: ' CONT-NOME
                   SET CHAVE-VALIDA TO TRUE
           END-READ.
           CLOSE CONTATOS.
       0250-FIM.

       0260-NOME-CANAL.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE 'CARTA'    TO WS-NOME-CANAL
               WHEN 2
                   MOVE 'TELEFONE' TO WS-NOME-CANAL
               WHEN 3
                   MOVE 'E-MAIL'   TO WS-NOME-CANAL
               WHEN OTHER
                   MOVE '?'        TO WS-NOME-CANAL
           END-EVALUATE.
       0260-FIM.

       0270-LISTA-RECUSAS.
           SET ST-CNS-OK TO TRUE.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LISTADOS.

           OPEN INPUT CONSENT.

           IF ST-CNS-OK THEN
               DISPLAY 'CODIGO  SEQ CARTA TEL E-MAIL'
               PERFORM 0275-LISTA-RECUSA THRU 0275-FIM
                       UNTIL FIM-OK
               CLOSE CONSENT
               DISPLAY 'CONTATOS COM RECUSA: ' WS-CONT-LISTADOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONSENTIMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CNS
           END-IF.
       0270-FIM.

       0275-LISTA-RECUSA.
           READ CONSENT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF CNS-RECUSA(1) OR CNS-RECUSA(2)
                      OR CNS-RECUSA(3)
                       DISPLAY CNS-COD-DADOS ' ' CNS-SEQ '  '
                               CNS-OPCAO(1) '     ' CNS-OPCAO(2)
                               '   ' CNS-OPCAO(3)
                       ADD 1 TO WS-CONT-LISTADOS
                   END-IF
           END-READ.
       0275-FIM.

       0280-VALIDA-DATA.
           MOVE 'N' TO WS-DV-OBTER-ATUAL.
           MOVE WS-ENT-ANO TO WS-DV-ANO.
           MOVE WS-ENT-MES TO WS-DV-MES.
           MOVE WS-ENT-DIA TO WS-DV-DIA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DV-OBTER-ATUAL WS-DV-ANO WS-DV-MES
                     WS-DV-DIA WS-DV-VALIDA
           END-CALL.
       0280-FIM.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CONSENT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSENT-DAT.
           MOVE 'CONSHIS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSHIS-TXT.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
       9600-FIM.

       COPY PERFIL.
