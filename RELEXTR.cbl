      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extrato noturno dos relatorios de valor - etapa da
      *          cadeia noturna que le DADOS1.DAT uma unica vez,
      *          resolve o grupo gerencial do departamento no mestre
      *          DEPTOS.DAT (sem cadastro ou sem grupo vai para 'SEM ')
      *          e o valor em moeda base pela taxa de CAMBIO.DAT
      *          vigente na data da corrida (moeda do codigo em
      *          MOEDAREG.DAT), ordena por grupo, departamento e
      *          codigo e grava RELEXT.DAT com um cabecalho de
      *          controle (quantidade e soma de VALOR-DADOS). Os
      *          relatorios RELVALOR, AGING, RELRANK, RELGRUPO, RELMETA
      *          e COMPPER leem o extrato em vez do arquivo vivo depois
      *          de conferir o cabecalho contra CTLSALDO.DAT. A etapa
      *          ja confere o extrato ao gravar e avisa divergencia.
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
              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.

              SELECT CAMBIO ASSIGN TO WS-ARQ-CAMBIO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAMB-CHAVE
              FILE STATUS IS WS-ST-CAMB.

              SELECT MOEDAREG ASSIGN TO WS-ARQ-MOEDAREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MDA-COD-DADOS
              FILE STATUS IS WS-ST-MDA.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT WORKREL ASSIGN TO WS-ARQ-WORKREL-TMP.

              SELECT RELEXT ASSIGN TO WS-ARQ-RELEXT-DAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RX.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD DADOS1.
       COPY FD_CRUD.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD CAMBIO.
       COPY FD_CAMBIO.

       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       SD WORKREL.
       01 SD-REL.
          02 SD-REL-GRUPO      PIC X(04).
          02 SD-REL-DEPTO      PIC X(04).
          02 SD-REL-COD        PIC 9(07).
          02 SD-REL-DADOS      PIC X(45).
          02 SD-REL-MOEDA      PIC X(03).
          02 SD-REL-VALOR-BASE PIC S9(11)V99 COMP-3.
          02 SD-REL-TAXA       PIC X(01).

       FD RELEXT.
       COPY FD_RELEXT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY CAMBIO_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKREL-TMP   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DEPTO        PIC 99.
         88 ST-DEPTO-OK       VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-RX           PIC 99.
         88 ST-RX-OK          VALUE 0.
       77 WS-FIM             PIC X     VALUE 'N'.
         88 FIM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-DEPTOS-ABERTO   PIC X     VALUE 'N'.
         88 DEPTOS-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-DATA-EXEC       PIC 9(08) VALUE ZEROS.
       77 WS-HORA-EXEC       PIC 9(06) VALUE ZEROS.
      *    ULTIMO DEPARTAMENTO TRADUZIDO - O CADASTRO VEM EM ORDEM DE
      *    CODIGO E CODIGOS VIZINHOS COSTUMAM SER DO MESMO DEPTO.
       77 WS-DEPTO-ANT       PIC X(04) VALUE HIGH-VALUES.
       77 WS-GRUPO-ANT       PIC X(04) VALUE SPACES.
       77 WS-QTD-LIDOS       PIC S9(07) COMP-3 VALUE ZEROS.
       77 WS-QTD-GRAVADOS    PIC S9(07) COMP-3 VALUE ZEROS.
       77 WS-TOTAL-ORIGINAL  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-BASE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-QTD-ED          PIC Z.ZZZ.ZZ9.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$$.$$9,99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM    PIC X(20).
           02 LK-OPERADOR    PIC X(08).
           02 LK-NIVEL       PIC 9(01).
           02 LK-MODO-EXEC   PIC X(01).
             88 LK-MODO-EXEC-BATCH  VALUE 'B' 'b'.
           02 LK-RETORNO     PIC 9(02).
           02 LK-CONT-LIDOS      PIC 9(05).
           02 LK-CONT-GRAVADOS   PIC 9(05).
           02 LK-CONT-REJEITADOS PIC 9(05).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           MOVE ZEROS TO LK-RETORNO LK-CONT-LIDOS LK-CONT-GRAVADOS
                         LK-CONT-REJEITADOS.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               SORT WORKREL
                   ON ASCENDING KEY SD-REL-GRUPO SD-REL-DEPTO
                                    SD-REL-COD
                   INPUT PROCEDURE  IS P0200-FORNECE THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-GRAVA THRU P0300-FIM
               PERFORM P0400-CONFERE THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** EXTRATO DOS RELATORIOS DE VALOR *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           MOVE WS-DATA-EXEC TO WS-CAMB-DATA-REF.
           PERFORM 9520-CARREGA-CAMBIO THRU 9520-FIM.

           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.
           IF ST-DEPTO-OK
               SET DEPTOS-ABERTO TO TRUE
           ELSE
               DISPLAY 'MESTRE DEPTOS.DAT INDISPONIVEL - TODOS OS'
                       ' CODIGOS VAO PARA O GRUPO SEM.'
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL - EXTRATO NAO GERADO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 8 TO LK-RETORNO
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0200-FORNECE.
           PERFORM P0210-LE-DADOS THRU P0210-FIM
                   UNTIL FIM-OK.
           CLOSE DADOS1.
           SET FIM-OK TO FALSE.
       P0200-FIM.

       P0210-LE-DADOS.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           ADD 1 TO WS-QTD-LIDOS.
           ADD VALOR-DADOS TO WS-TOTAL-ORIGINAL.

           IF DEPTO-DADOS NOT EQUAL WS-DEPTO-ANT
               PERFORM P0220-TRADUZ-GRUPO THRU P0220-FIM
           END-IF.

           MOVE COD-DADOS   TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           MOVE VALOR-DADOS TO WS-CAMB-VALOR.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.
           ADD WS-CAMB-CONVERTIDO TO WS-TOTAL-BASE.

           MOVE WS-GRUPO-ANT       TO SD-REL-GRUPO.
           MOVE DEPTO-DADOS        TO SD-REL-DEPTO.
           MOVE COD-DADOS          TO SD-REL-COD.
           MOVE RG-DADOS           TO SD-REL-DADOS.
           MOVE WS-CAMB-MOEDA      TO SD-REL-MOEDA.
           MOVE WS-CAMB-CONVERTIDO TO SD-REL-VALOR-BASE.
           IF CAMBIO-TAXA-OK
               MOVE 'S' TO SD-REL-TAXA
           ELSE
               MOVE 'N' TO SD-REL-TAXA
           END-IF.
           RELEASE SD-REL.
       P0210-FIM.

       P0220-TRADUZ-GRUPO.
      *    DEPARTAMENTO SEM CADASTRO NO MESTRE OU SEM GRUPO
      *    ATRIBUIDO VAI PARA O GRUPO 'SEM ', COMO NO RELGRUPO.
           MOVE DEPTO-DADOS TO WS-DEPTO-ANT.
           MOVE 'SEM ' TO WS-GRUPO-ANT.

           IF DEPTOS-ABERTO
               MOVE DEPTO-DADOS TO DEPTO-CODIGO
               READ DEPTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEPTO-GRUPO NOT EQUAL SPACES
                           MOVE DEPTO-GRUPO TO WS-GRUPO-ANT
                       END-IF
               END-READ
           END-IF.
       P0220-FIM.

       P0300-GRAVA.
           SET ST-RX-OK TO TRUE.
           OPEN OUTPUT RELEXT.
           IF NOT ST-RX-OK
               DISPLAY 'ERRO AO GRAVAR RELEXT.DAT.'
               DISPLAY 'FILE STATUS: ' WS-ST-RX
               MOVE 8 TO LK-RETORNO
               GO TO P0300-FIM
           END-IF.

      *    O CABECALHO VAI NA FRENTE PARA O LEITOR CONFERIR O
      *    CONTROLE ANTES DE USAR QUALQUER REGISTRO.
           MOVE SPACES TO RG-RELEXT-CAB.
           MOVE 'H'               TO RXC-TIPO.
           MOVE WS-DATA-EXEC      TO RXC-DATA.
           MOVE WS-HORA-EXEC      TO RXC-HORA.
           MOVE WS-QTD-LIDOS      TO RXC-QTD.
           MOVE WS-TOTAL-ORIGINAL TO RXC-VALOR.
           MOVE WS-TOTAL-BASE     TO RXC-VALOR-BASE.
           MOVE WS-CAMB-SEM-TAXA  TO RXC-SEM-TAXA.
           WRITE RG-RELEXT-CAB.

           SET FIM-OK TO FALSE.
           PERFORM P0310-GRAVA-DETALHE THRU P0310-FIM
                   UNTIL FIM-OK.
           CLOSE RELEXT.
       P0300-FIM.

       P0310-GRAVA-DETALHE.
           RETURN WORKREL
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           MOVE SPACES            TO RG-RELEXT.
           MOVE 'D'               TO RX-TIPO.
           MOVE SD-REL-GRUPO      TO RX-GRUPO.
           MOVE SD-REL-DEPTO      TO RX-DEPTO.
           MOVE SD-REL-COD        TO RX-COD.
           MOVE SD-REL-DADOS      TO RX-REG-DADOS.
           MOVE SD-REL-MOEDA      TO RX-MOEDA.
           MOVE SD-REL-VALOR-BASE TO RX-VALOR-BASE.
           MOVE SD-REL-TAXA       TO RX-TAXA.
           WRITE RG-RELEXT.
           ADD 1 TO WS-QTD-GRAVADOS.
       P0310-FIM.

       P0400-CONFERE.
      *    A CONFERENCIA QUE OS RELATORIOS FAZEM ANTES DE USAR O
      *    EXTRATO, FEITA JA NA GRAVACAO PARA O OPERADOR DA NOITE.
           IF LK-RETORNO NOT EQUAL ZEROS
               GO TO P0400-FIM
           END-IF.

           SET ST-CTL-OK TO TRUE.
           OPEN INPUT CTLSALDO.
           IF NOT ST-CTL-OK
               DISPLAY 'CONTROLE DE SALDOS INDISPONIVEL - EXTRATO'
                       ' GRAVADO SEM CONFERENCIA.'
               GO TO P0400-FIM
           END-IF.

           MOVE 'DADOS1.DAT' TO CTL-ARQUIVO.
           READ CTLSALDO
               INVALID KEY
                   DISPLAY 'CONTROLE DE SALDOS SEM DADOS1.DAT -'
                           ' EXTRATO GRAVADO SEM CONFERENCIA.'
               NOT INVALID KEY
                   IF CTL-QTD EQUAL WS-QTD-LIDOS
                      AND CTL-VALOR EQUAL WS-TOTAL-ORIGINAL
                       DISPLAY 'EXTRATO CONFERE COM O CONTROLE DE'
                               ' SALDOS.'
                   ELSE
                       MOVE CTL-QTD TO WS-QTD-ED
                       MOVE CTL-VALOR TO WS-VALOR-ED
                       DISPLAY 'ALERTA: EXTRATO DIVERGE DO CONTROLE'
                               ' DE SALDOS (CTLSALDO: QTD ' WS-QTD-ED
                               ' VALOR ' WS-VALOR-ED ') - OS'
                               ' RELATORIOS LERAO O ARQUIVO VIVO.'
                   END-IF
           END-READ.
           CLOSE CTLSALDO.
       P0400-FIM.

       P0500-FINALIZA.
           IF DEPTOS-ABERTO
               CLOSE DEPTOS
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.

           MOVE WS-QTD-LIDOS    TO LK-CONT-LIDOS.
           MOVE WS-QTD-GRAVADOS TO LK-CONT-GRAVADOS.

           MOVE WS-QTD-GRAVADOS TO WS-QTD-ED.
           MOVE WS-TOTAL-BASE   TO WS-VALOR-ED.
           DISPLAY 'CODIGOS NO EXTRATO: ' WS-QTD-ED
                   '   TOTAL EM MOEDA BASE: ' WS-VALOR-ED.
           IF WS-CAMB-SEM-TAXA > ZEROS
               DISPLAY 'ALERTA: ' WS-CAMB-SEM-TAXA ' CODIGO(S) EM'
                       ' MOEDA SEM TAXA VIGENTE - VALOR NAO CONVERTIDO.'
           END-IF.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'CAMBIO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CAMBIO-DAT.
           MOVE 'MOEDAREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOEDAREG-DAT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'WORKREL.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKREL-TMP.
           MOVE 'RELEXT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELEXT-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY CAMBIO.
