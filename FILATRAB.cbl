      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fila de trabalho unica do operador - percorre as
      *          filas de pendencias (PENDALT.DAT, SUSPENSO.DAT,
      *          CASOS.DAT, RECERTWK.DAT, DESLWK.DAT e ALERTAS.DAT) e
      *          lista, para o operador assinado e os departamentos
      *          da sua alcada (ALCADA.DAT), cada item pendente com a
      *          fila de origem, a referencia, a idade em dias e o
      *          programa que o trabalha. Escolhido o item, chama o
      *          programa da fila (o alerta recebe a ciencia aqui
      *          mesmo) e remonta a lista na volta. O supervisor
      *          tambem ve o resumo por fila: total pendente e o item
      *          mais antigo de cada uma. Chamado pela opcao B do
      *          MENUPROG.
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
              SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST.

              SELECT CASOS ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST.

              SELECT RECERTWK ASSIGN TO WS-ARQ-RECERTWK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RCT-CHAVE
              FILE STATUS IS WS-ST.

              SELECT DESLWK ASSIGN TO WS-ARQ-DESLWK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS DSL-CHAVE
              FILE STATUS IS WS-ST.

              SELECT ALERTAS ASSIGN TO WS-ARQ-ALERTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS ALER-CHAVE
              FILE STATUS IS WS-ST.

              SELECT ALCADA ASSIGN TO WS-ARQ-ALCADA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-ALC.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PENDALT.
       COPY FD_PENDALT.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD CASOS.
       COPY FD_CASO.

       FD RECERTWK.
       COPY FD_RECERT.

       FD DESLWK.
       COPY FD_DESLWK.

       FD ALERTAS.
       COPY FD_ALERTA.

       FD ALCADA.
       COPY FD_ALCADA.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY ALCADA_WS.
       77  WS-ARQ-PENDALT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-RECERTWK-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DESLWK-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALERTAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALCADA-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-RESUMO              VALUE 'R' 'r'.
       77 WS-ITEM-ESCOLHIDO PIC 9(03) VALUE ZEROS.
       77 WS-CIENTE         PIC X     VALUE SPACES.
         88 CIENTE-SIM                VALUE 'S' 's'.
       77 WS-PROGRAMA-CHAMADO PIC X(60) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
      *    FILAS PERCORRIDAS, COM O PROGRAMA QUE TRABALHA CADA UMA.
       01 WS-FILAS-VALORES.
          02 FILLER         PIC X(16) VALUE 'PENDALT APRALT  '.
          02 FILLER         PIC X(16) VALUE 'SUSPENSOSUSPMNT '.
          02 FILLER         PIC X(16) VALUE 'CASOS   CASOMNT '.
          02 FILLER         PIC X(16) VALUE 'RECERTWKRECERTSC'.
          02 FILLER         PIC X(16) VALUE 'DESLWK  DESLMNT '.
          02 FILLER         PIC X(16) VALUE 'ALERTAS MENUPROG'.
       01 WS-FILAS REDEFINES WS-FILAS-VALORES.
          02 WS-FILA-DEF OCCURS 6 TIMES.
             03 WS-FILA-NOME     PIC X(08).
             03 WS-FILA-PROGRAMA PIC X(08).
      *    RESUMO POR FILA (TODOS OS OPERADORES).
       01 WS-RESUMO.
          02 WS-RS-ITEM OCCURS 6 TIMES.
             03 WS-RS-QTD        PIC 9(05).
             03 WS-RS-DATA       PIC 9(08).
             03 WS-RS-DIAS       PIC 9(05).
             03 WS-RS-REF        PIC X(30).
       77 WS-IDX-FILA       PIC 9(01) VALUE ZEROS.
      *    ITENS DO OPERADOR.
       01 WS-LISTA.
          02 WS-FT-ITEM OCCURS 200 TIMES.
             03 WS-FT-FILA       PIC 9(01).
             03 WS-FT-REF        PIC X(30).
             03 WS-FT-DIAS       PIC 9(05).
             03 WS-FT-CHAVE      PIC X(17).
       77 WS-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FORA       PIC 9(05) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.
      *    ITEM EM MONTAGEM.
       77 WS-IT-REF         PIC X(30) VALUE SPACES.
       77 WS-IT-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-IT-DIAS        PIC 9(05) VALUE ZEROS.
       77 WS-IT-CHAVE       PIC X(17) VALUE SPACES.
       77 WS-IT-MEU         PIC X     VALUE 'N'.
         88 ITEM-MEU                  VALUE 'S' FALSE 'N'.
      *    ALCADAS JA CONFERIDAS NESTA MONTAGEM.
       01 WS-TABELA-ALCADAS.
          02 WS-AC-ITEM OCCURS 100 TIMES.
             03 WS-AC-DEPTO      PIC X(04).
             03 WS-AC-PERMITE    PIC X(01).
       77 WS-QTD-AC         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-AC         PIC 9(03) VALUE ZEROS.
       77 WS-AC-ACHOU       PIC X     VALUE 'N'.
         88 AC-ACHOU                  VALUE 'S' FALSE 'N'.
      *    IDADE EM DIAS (DIA SERIAL, COMO NO AGING).
       77 WS-SERIAL-HOJE    PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-ANO       PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES       PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA       PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1        PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2        PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3        PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA   PIC S9(07) COMP VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM       PIC X(20).
           02 LK-OPERADOR       PIC X(08).
           02 LK-NIVEL          PIC 9(01).
           02 LK-MODO           PIC X(01) VALUE SPACE.
           02 LK-COD-CONSULTA   PIC 9(07).
           02 LK-ACHOU          PIC X(01).
           02 LK-DADOS-SAIDA.
               03 LK-COD-SAIDA      PIC 9(07).
               03 LK-NOME-SAIDA     PIC X(20).
               03 LK-DEPTO-SAIDA    PIC X(04).
               03 LK-STATUS-SAIDA   PIC X(01).
               03 LK-VALOR-SAIDA    PIC S9(07)V99 COMP-3.
               03 LK-DATA-SAIDA.
                   04 LK-DATA-SAIDA-AAAA PIC 9(04).
                   04 LK-DATA-SAIDA-MM   PIC 9(02).
                   04 LK-DATA-SAIDA-DD   PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

       0100-INICIO.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           DISPLAY '******** MINHA FILA DE TRABALHO ********'
           SET WS-EXIT-OK     TO FALSE.
           MOVE SPACES TO LK-MENSAGEM.
           MOVE LK-OPERADOR TO WS-ALC-OPERADOR.
           MOVE LK-NIVEL    TO WS-ALC-NIVEL.
           PERFORM 0200-FILA THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0200-FILA.
           PERFORM 0300-MONTA-FILA THRU 0300-FIM.

           IF LK-NIVEL >= 2
               MOVE SPACES TO WS-OPCAO
               DISPLAY '<R>ESUMO POR FILA OU <ENTER> PARA A SUA'
                       ' FILA: '
               ACCEPT WS-OPCAO
               IF OPCAO-RESUMO
                   PERFORM 0260-MOSTRA-RESUMO THRU 0260-FIM
               END-IF
           END-IF.

           PERFORM 0210-MOSTRA-FILA THRU 0210-FIM.

           MOVE ZEROS TO WS-ITEM-ESCOLHIDO.
           DISPLAY 'NUMERO DO ITEM PARA TRABALHAR OU 0 PARA SAIR: '
           ACCEPT WS-ITEM-ESCOLHIDO.
           IF WS-ITEM-ESCOLHIDO EQUAL ZEROS
               SET WS-EXIT-OK TO TRUE
               GO TO 0200-FIM
           END-IF.
           IF WS-ITEM-ESCOLHIDO > WS-QTD-ITENS
               DISPLAY 'ITEM INEXISTENTE.'
               GO TO 0200-FIM
           END-IF.
           PERFORM 0230-TRABALHA-ITEM THRU 0230-FIM.
       0200-FIM.

       0210-MOSTRA-FILA.
           IF WS-QTD-ITENS EQUAL ZEROS
               DISPLAY 'NENHUM ITEM PENDENTE PARA ' LK-OPERADOR '.'
               GO TO 0210-FIM
           END-IF.
           DISPLAY ' NR FILA     REFERENCIA                     '
                   ' DIAS PROGRAMA'.
           MOVE 1 TO WS-IDX.
           PERFORM 0215-MOSTRA-ITEM THRU 0215-FIM
                   UNTIL WS-IDX > WS-QTD-ITENS.
           DISPLAY WS-QTD-ITENS ' ITEM(NS) PENDENTE(S).'.
           IF WS-QTD-FORA > ZEROS
               DISPLAY WS-QTD-FORA ' ITEM(NS) ALEM DO LIMITE DA'
                       ' LISTA - TRABALHE PELOS PROGRAMAS DAS FILAS.'
           END-IF.
       0210-FIM.

       0215-MOSTRA-ITEM.
           MOVE WS-FT-FILA(WS-IDX) TO WS-IDX-FILA.
           DISPLAY WS-IDX ' ' WS-FILA-NOME(WS-IDX-FILA) ' '
                   WS-FT-REF(WS-IDX) ' ' WS-FT-DIAS(WS-IDX) ' '
                   WS-FILA-PROGRAMA(WS-IDX-FILA).
           ADD 1 TO WS-IDX.
       0215-FIM.

       0230-TRABALHA-ITEM.
      *    O ALERTA RECEBE A CIENCIA AQUI; AS DEMAIS FILAS VAO PARA O
      *    PROGRAMA QUE AS TRABALHA, E A LISTA E REMONTADA NA VOLTA.
           MOVE WS-FT-FILA(WS-ITEM-ESCOLHIDO) TO WS-IDX-FILA.
           IF WS-IDX-FILA EQUAL 6
               PERFORM 0240-CIENCIA-ALERTA THRU 0240-FIM
               GO TO 0230-FIM
           END-IF.

           MOVE SPACES TO WS-PROGRAMA-CHAMADO.
           STRING 'C:/Users/raissa.ribeiro/Desktop/Curso/'
                  DELIMITED BY SIZE
                  WS-FILA-PROGRAMA(WS-IDX-FILA)
                  DELIMITED BY SPACE
                  INTO WS-PROGRAMA-CHAMADO.
           DISPLAY 'ITEM ' WS-FT-REF(WS-ITEM-ESCOLHIDO)
                   ' - CHAMANDO ' WS-FILA-PROGRAMA(WS-IDX-FILA).
           CALL WS-PROGRAMA-CHAMADO
               ON EXCEPTION
                   DISPLAY 'PROGRAMA ' WS-FILA-PROGRAMA(WS-IDX-FILA)
                           ' INDISPONIVEL.'
           END-CALL.
           CANCEL WS-PROGRAMA-CHAMADO.
       0230-FIM.

       0240-CIENCIA-ALERTA.
           MOVE SPACES TO WS-CIENTE.
           DISPLAY 'DAR CIENCIA NO ALERTA ' WS-FT-REF(WS-ITEM-ESCOLHIDO)
                   '? (S/N): '
           ACCEPT WS-CIENTE.
           IF NOT CIENTE-SIM
               GO TO 0240-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O ALERTAS.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALERTAS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0240-FIM
           END-IF.
           MOVE WS-FT-CHAVE(WS-ITEM-ESCOLHIDO) TO ALER-CHAVE.
           READ ALERTAS
               INVALID KEY
                   DISPLAY 'ALERTA NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET ALER-VISTO TO TRUE
                   REWRITE RG-ALERTA
                   DISPLAY 'CIENCIA REGISTRADA.'
           END-READ.
           CLOSE ALERTAS.
       0240-FIM.

       0260-MOSTRA-RESUMO.
           DISPLAY 'FILA     PROGRAMA  PENDENTES  MAIS ANTIGO'.
           MOVE 1 TO WS-IDX-FILA.
           PERFORM 0265-MOSTRA-RESUMO-FILA THRU 0265-FIM
                   UNTIL WS-IDX-FILA > 6.
       0260-FIM.

       0265-MOSTRA-RESUMO-FILA.
           IF WS-RS-QTD(WS-IDX-FILA) EQUAL ZEROS
               DISPLAY WS-FILA-NOME(WS-IDX-FILA) ' '
                       WS-FILA-PROGRAMA(WS-IDX-FILA) '  '
                       WS-RS-QTD(WS-IDX-FILA)
           ELSE
               DISPLAY WS-FILA-NOME(WS-IDX-FILA) ' '
                       WS-FILA-PROGRAMA(WS-IDX-FILA) '  '
                       WS-RS-QTD(WS-IDX-FILA) '      '
                       WS-RS-DATA(WS-IDX-FILA) ' ('
                       WS-RS-DIAS(WS-IDX-FILA) ' DIAS) '
                       WS-RS-REF(WS-IDX-FILA)
           END-IF.
           ADD 1 TO WS-IDX-FILA.
       0265-FIM.

       0300-MONTA-FILA.
      *    CADA FILA AUSENTE (AINDA NAO CRIADA) E SIMPLESMENTE VAZIA.
           MOVE ZEROS TO WS-QTD-ITENS WS-QTD-FORA WS-QTD-AC.
           INITIALIZE WS-RESUMO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:4) TO WS-CALC-ANO.
           MOVE WS-HOJE(5:2) TO WS-CALC-MES.
           MOVE WS-HOJE(7:2) TO WS-CALC-DIA.
           PERFORM 0290-DIA-SERIAL THRU 0290-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

           MOVE 1 TO WS-IDX-FILA.
           SET ST-OK TO TRUE.
           OPEN INPUT PENDALT.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM 0310-LE-PENDALT THRU 0310-FIM
                       UNTIL FIM-OK
               CLOSE PENDALT
           ELSE
               PERFORM 0380-FILA-INDISPONIVEL THRU 0380-FIM
           END-IF.

           MOVE 2 TO WS-IDX-FILA.
           SET ST-OK TO TRUE.
           OPEN INPUT SUSPENSO.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM 0320-LE-SUSPENSO THRU 0320-FIM
                       UNTIL FIM-OK
               CLOSE SUSPENSO
           ELSE
               PERFORM 0380-FILA-INDISPONIVEL THRU 0380-FIM
           END-IF.

           MOVE 3 TO WS-IDX-FILA.
           SET ST-OK TO TRUE.
           OPEN INPUT CASOS.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM 0330-LE-CASO THRU 0330-FIM
                       UNTIL FIM-OK
               CLOSE CASOS
           ELSE
               PERFORM 0380-FILA-INDISPONIVEL THRU 0380-FIM
           END-IF.

           MOVE 4 TO WS-IDX-FILA.
           SET ST-OK TO TRUE.
           OPEN INPUT RECERTWK.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM 0340-LE-RECERT THRU 0340-FIM
                       UNTIL FIM-OK
               CLOSE RECERTWK
           ELSE
               PERFORM 0380-FILA-INDISPONIVEL THRU 0380-FIM
           END-IF.

           MOVE 5 TO WS-IDX-FILA.
           SET ST-OK TO TRUE.
           OPEN INPUT DESLWK.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM 0350-LE-DESLWK THRU 0350-FIM
                       UNTIL FIM-OK
               CLOSE DESLWK
           ELSE
               PERFORM 0380-FILA-INDISPONIVEL THRU 0380-FIM
           END-IF.

           MOVE 6 TO WS-IDX-FILA.
           SET ST-OK TO TRUE.
           OPEN INPUT ALERTAS.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM 0360-LE-ALERTA THRU 0360-FIM
                       UNTIL FIM-OK
               CLOSE ALERTAS
           ELSE
               PERFORM 0380-FILA-INDISPONIVEL THRU 0380-FIM
           END-IF.
       0300-FIM.

       0310-LE-PENDALT.
      *    QUATRO OLHOS: A PENDENCIA E DE QUALQUER OUTRO OPERADOR COM
      *    ALCADA NO DEPARTAMENTO DO REGISTRO, NUNCA DE QUEM PEDIU.
           READ PENDALT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0310-FIM
           END-READ.
           MOVE SPACES TO WS-IT-REF WS-IT-CHAVE.
           STRING 'COD ' PEND-COD-DADOS ' DE ' PEND-OPERADOR
                  DELIMITED BY SIZE INTO WS-IT-REF.
           MOVE PEND-DATA TO WS-IT-DATA.
           SET ITEM-MEU TO FALSE.
           IF PEND-OPERADOR NOT EQUAL LK-OPERADOR
               IF PEND-DEPTO-ANTIGO EQUAL SPACES
                   SET ITEM-MEU TO TRUE
               ELSE
                   MOVE PEND-DEPTO-ANTIGO TO WS-ALC-DEPTO
                   PERFORM 0400-CONFERE-ALCADA THRU 0400-FIM
               END-IF
           END-IF.
           PERFORM 0390-REGISTRA-ITEM THRU 0390-FIM.
       0310-FIM.

       0320-LE-SUSPENSO.
      *    OS SUSPENSOS SAO DA MESA TODA - NAO TEM DONO NEM
      *    DEPARTAMENTO ATE SEREM CORRIGIDOS.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0320-FIM
           END-READ.
           MOVE SPACES TO WS-IT-REF WS-IT-CHAVE.
           STRING SUSP-ORIGEM ' MOTIVO ' SUSP-MOTIVO
                  ' SEQ ' SUSP-SEQ
                  DELIMITED BY SIZE INTO WS-IT-REF.
           MOVE SUSP-DATA TO WS-IT-DATA.
           SET ITEM-MEU TO TRUE.
           PERFORM 0390-REGISTRA-ITEM THRU 0390-FIM.
       0320-FIM.

       0330-LE-CASO.
      *    CASO ABERTO DO OPERADOR OU AINDA SEM RESPONSAVEL.
           READ CASOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0330-FIM
           END-READ.
           IF NOT CASO-ABERTO
               GO TO 0330-FIM
           END-IF.
           MOVE SPACES TO WS-IT-REF WS-IT-CHAVE.
           STRING CAS-ORIGEM ' ' CAS-REFERENCIA
                  DELIMITED BY SIZE INTO WS-IT-REF.
           IF CAS-RESPONSAVEL EQUAL SPACES
               MOVE '(SEM RESPONSAVEL)' TO WS-IT-REF(20:)
           END-IF.
           MOVE CAS-DATA-ABERTURA TO WS-IT-DATA.
           SET ITEM-MEU TO FALSE.
           IF CAS-RESPONSAVEL EQUAL LK-OPERADOR
              OR CAS-RESPONSAVEL EQUAL SPACES
               SET ITEM-MEU TO TRUE
           END-IF.
           PERFORM 0390-REGISTRA-ITEM THRU 0390-FIM.
       0330-FIM.

       0340-LE-RECERT.
      *    A IDADE DA RECERTIFICACAO CONTA DO INICIO DO MES DA
      *    CAMPANHA.
           READ RECERTWK NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0340-FIM
           END-READ.
           IF NOT RCT-PENDENTE
               GO TO 0340-FIM
           END-IF.
           MOVE SPACES TO WS-IT-REF WS-IT-CHAVE.
           STRING 'CAMP ' RCT-CAMPANHA ' COD ' RCT-COD-DADOS
                  ' ' RCT-DEPTO
                  DELIMITED BY SIZE INTO WS-IT-REF.
           COMPUTE WS-IT-DATA = RCT-CAMPANHA * 100 + 1.
           SET ITEM-MEU TO FALSE.
           MOVE RCT-DEPTO TO WS-ALC-DEPTO.
           PERFORM 0400-CONFERE-ALCADA THRU 0400-FIM.
           PERFORM 0390-REGISTRA-ITEM THRU 0390-FIM.
       0340-FIM.

       0350-LE-DESLWK.
           READ DESLWK NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0350-FIM
           END-READ.
           MOVE SPACES TO WS-IT-REF WS-IT-CHAVE.
           STRING 'DEPTO ' DSL-DEPTO ' COD ' DSL-COD-DADOS
                  DELIMITED BY SIZE INTO WS-IT-REF.
           MOVE DSL-DATA-GERACAO TO WS-IT-DATA.
           SET ITEM-MEU TO FALSE.
           MOVE DSL-DEPTO TO WS-ALC-DEPTO.
           PERFORM 0400-CONFERE-ALCADA THRU 0400-FIM.
           PERFORM 0390-REGISTRA-ITEM THRU 0390-FIM.
       0350-FIM.

       0360-LE-ALERTA.
      *    ALERTA PENDENTE E DE TODOS ATE ALGUEM DAR CIENCIA.
           READ ALERTAS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0360-FIM
           END-READ.
           IF NOT ALER-PENDENTE
               GO TO 0360-FIM
           END-IF.
           MOVE SPACES TO WS-IT-REF.
           STRING ALER-SEVERIDADE ' ' ALER-PROGRAMA ' ' ALER-MENSAGEM
                  DELIMITED BY SIZE INTO WS-IT-REF.
           MOVE ALER-CHAVE TO WS-IT-CHAVE.
           MOVE ALER-DATA  TO WS-IT-DATA.
           SET ITEM-MEU TO TRUE.
           PERFORM 0390-REGISTRA-ITEM THRU 0390-FIM.
       0360-FIM.

       0380-FILA-INDISPONIVEL.
           IF WS-ST NOT EQUAL 35
               DISPLAY 'FILA ' WS-FILA-NOME(WS-IDX-FILA)
                       ' INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0380-FIM.

       0390-REGISTRA-ITEM.
      *    TODO ITEM PENDENTE ENTRA NO RESUMO DA FILA; SO OS DO
      *    OPERADOR ENTRAM NA LISTA.
           MOVE ZEROS TO WS-IT-DIAS.
           IF WS-IT-DATA NOT EQUAL ZEROS
               MOVE WS-IT-DATA(1:4) TO WS-CALC-ANO
               MOVE WS-IT-DATA(5:2) TO WS-CALC-MES
               MOVE WS-IT-DATA(7:2) TO WS-CALC-DIA
               PERFORM 0290-DIA-SERIAL THRU 0290-FIM
               IF WS-SERIAL-SAIDA < WS-SERIAL-HOJE
                   COMPUTE WS-IT-DIAS =
                           WS-SERIAL-HOJE - WS-SERIAL-SAIDA
               END-IF
           END-IF.

           ADD 1 TO WS-RS-QTD(WS-IDX-FILA).
           IF WS-RS-QTD(WS-IDX-FILA) EQUAL 1
              OR WS-IT-DATA < WS-RS-DATA(WS-IDX-FILA)
               MOVE WS-IT-DATA TO WS-RS-DATA(WS-IDX-FILA)
               MOVE WS-IT-DIAS TO WS-RS-DIAS(WS-IDX-FILA)
               MOVE WS-IT-REF  TO WS-RS-REF(WS-IDX-FILA)
           END-IF.

           IF NOT ITEM-MEU
               GO TO 0390-FIM
           END-IF.
           IF WS-QTD-ITENS NOT < 200
               ADD 1 TO WS-QTD-FORA
               GO TO 0390-FIM
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE WS-IDX-FILA TO WS-FT-FILA(WS-QTD-ITENS).
           MOVE WS-IT-REF   TO WS-FT-REF(WS-QTD-ITENS).
           MOVE WS-IT-DIAS  TO WS-FT-DIAS(WS-QTD-ITENS).
           MOVE WS-IT-CHAVE TO WS-FT-CHAVE(WS-QTD-ITENS).
       0390-FIM.

       0400-CONFERE-ALCADA.
      *    A ALCADA DE CADA DEPARTAMENTO E CONFERIDA UMA VEZ POR
      *    MONTAGEM E GUARDADA NA TABELA.
           SET AC-ACHOU TO FALSE.
           MOVE 1 TO WS-IDX-AC.
           PERFORM 0405-PROCURA-ALCADA THRU 0405-FIM
                   UNTIL WS-IDX-AC > WS-QTD-AC OR AC-ACHOU.
           IF AC-ACHOU
               GO TO 0400-FIM
           END-IF.

           PERFORM 9580-VERIFICA-ALCADA THRU 9580-FIM.
           IF ALCADA-PERMITIDA
               SET ITEM-MEU TO TRUE
           END-IF.
           IF WS-QTD-AC < 100
               ADD 1 TO WS-QTD-AC
               MOVE WS-ALC-DEPTO     TO WS-AC-DEPTO(WS-QTD-AC)
               MOVE WS-ALC-PERMITIDO TO WS-AC-PERMITE(WS-QTD-AC)
           END-IF.
       0400-FIM.

       0405-PROCURA-ALCADA.
           IF WS-AC-DEPTO(WS-IDX-AC) EQUAL WS-ALC-DEPTO
               SET AC-ACHOU TO TRUE
               IF WS-AC-PERMITE(WS-IDX-AC) EQUAL 'S'
                   SET ITEM-MEU TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-IDX-AC
           END-IF.
       0405-FIM.

       0290-DIA-SERIAL.
      *    NUMERO DE DIA CORRIDO (FORMULA DE DIAS JULIANOS
      *    SIMPLIFICADA), SUFICIENTE PARA DIFERENCAS ENTRE DATAS DO
      *    CALENDARIO GREGORIANO.
           COMPUTE WS-CALC-T1 = WS-CALC-MES + 9.
           DIVIDE WS-CALC-T1 BY 12 GIVING WS-CALC-T1.
           COMPUTE WS-CALC-T2 = (WS-CALC-ANO + WS-CALC-T1) * 7.
           DIVIDE WS-CALC-T2 BY 4 GIVING WS-CALC-T2.
           COMPUTE WS-CALC-T3 = 275 * WS-CALC-MES.
           DIVIDE WS-CALC-T3 BY 9 GIVING WS-CALC-T3.
           COMPUTE WS-SERIAL-SAIDA =
                   367 * WS-CALC-ANO - WS-CALC-T2 + WS-CALC-T3
                   + WS-CALC-DIA.
       0290-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
            GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'PENDALT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'RECERTWK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RECERTWK-DAT.
           MOVE 'DESLWK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DESLWK-DAT.
           MOVE 'ALERTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALERTAS-DAT.
           MOVE 'ALCADA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALCADA-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY ALCADA.
