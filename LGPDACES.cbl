      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pedido de acesso do titular (LGPD) - dado um
      *          COD-DADOS (ou o nome, resolvido pela chave alternada
      *          NOM-DADOS de DADOS1.DAT) e a referencia do pedido,
      *          emite num so documento datado LGPDACES.AAAAMMDD tudo
      *          o que o sistema guarda do titular: o registro do
      *          cadastro, os contatos (CONTATOS.DAT), as notas
      *          (NOTAS.DAT), os movimentos de valor (MOVHIST.TXT), o
      *          historico de nomes (DADOSHIST.TXT e as imagens de
      *          VERSOES.DAT), a copia do arquivo morto (ARQDADOS.DAT)
      *          e as consultas registradas em ACESSLOG.TXT. Varios
      *          pedidos no mesmo dia vao para o mesmo documento, um
      *          apos o outro. Cada pedido atendido e gravado no livro
      *          LGPDPED.TXT com a data de recebimento, a data de
      *          atendimento e os dias corridos, para provar a
      *          resposta dentro do prazo legal de 15 dias. Exige
      *          identificacao de operador ativo.
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
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS NOTA-CHAVE
              FILE STATUS IS WS-ST-NOTA.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT DADOSHIST ASSIGN TO WS-ARQ-DADOSHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-HIST.

              SELECT VERSOES ASSIGN TO WS-ARQ-VERSOES-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT ARQDADOS ASSIGN TO WS-ARQ-ARQDADOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS ARQ-COD-DADOS
              FILE STATUS IS WS-ST-ARQ.

              SELECT ACESSLOG ASSIGN TO WS-ARQ-ACESSLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACES.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT LGPDPED ASSIGN TO WS-ARQ-LGPDPED-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PED.

              SELECT DOCUM ASSIGN TO WS-NOME-DOCUM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DOC.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD DADOS1.
       COPY FD_CRUD.

       FD CONTATOS.
       COPY FD_CONTATO.

       FD NOTAS.
       COPY FD_NOTA.

       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
               88  MOV-DEBITO  VALUE 'D'.
               88  MOV-CREDITO VALUE 'C'.
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD DADOSHIST.
       COPY FD_DADOSHIST.

       FD VERSOES.
       COPY FD_VERSAO.

       FD ARQDADOS.
      *    MESMO LAYOUT DO ARQUIVO MORTO DO EXPURGO (PURGA1/ARQINQ).
       01  RG-ARQDADOS.
           02  ARQ-COD-DADOS      PIC 9(07).
           02  ARQ-NOM-DADOS      PIC X(20).
           02  ARQ-DEPTO-DADOS    PIC X(04).
           02  ARQ-STATUS-DADOS   PIC X(01).
           02  ARQ-VALOR-DADOS    PIC S9(07)V99 COMP-3.
           02  ARQ-DATA-DADOS     PIC 9(08).

       FD ACESSLOG.
       COPY FD_ACESSO.

       FD OPERMST.
       COPY FD_OPER.

       FD LGPDPED.
       COPY FD_LGPDPED.

       FD DOCUM.
       01  RG-DOCUM            PIC X(90).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-NOTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOSHIST-TXT PIC X(60) VALUE SPACES.
       77  WS-ARQ-VERSOES-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-ARQDADOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-ACESSLOG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-LGPDPED-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-DOC      PIC X(60) VALUE SPACES.
       77  WS-NOME-DOCUM        PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-CONT         PIC 99.
         88 ST-CONT-OK        VALUE 0.
       77 WS-ST-NOTA         PIC 99.
         88 ST-NOTA-OK        VALUE 0.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-HIST         PIC 99.
         88 ST-HIST-OK        VALUE 0.
       77 WS-ST-VERS         PIC 99.
         88 ST-VERS-OK        VALUE 0.
       77 WS-ST-ARQ          PIC 99.
         88 ST-ARQ-OK         VALUE 0.
       77 WS-ST-ACES         PIC 99.
         88 ST-ACES-OK        VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-PED          PIC 99.
         88 ST-PED-OK         VALUE 0.
       77 WS-ST-DOC          PIC 99.
         88 ST-DOC-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X     VALUE 'N'.
         88 FIM-LEITURA-OK            VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR        PIC X(08) VALUE SPACES.
       77 WS-OPER-SENHA      PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-OK     PIC X     VALUE 'N'.
         88 OPERADOR-OK               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
       77 WS-HORA            PIC 9(08) VALUE ZEROS.
       77 WS-COD-PEDIDO      PIC 9(07) VALUE ZEROS.
       77 WS-NOME-PEDIDO     PIC X(20) VALUE SPACES.
       77 WS-REFERENCIA      PIC X(20) VALUE SPACES.
       77 WS-MODO            PIC X     VALUE SPACES.
       77 WS-CONFIRMA        PIC X     VALUE SPACES.
       77 WS-QTD-HOMONIMOS   PIC 9(03) VALUE ZEROS.
      *    DATA EM QUE O PEDIDO CHEGOU - CONTA O PRAZO LEGAL.
       01 WS-DATA-RECEB      PIC 9(08) VALUE ZEROS.
       01 WS-DATA-RECEB-R REDEFINES WS-DATA-RECEB.
          02 WS-RECEB-ANO    PIC 9(04).
          02 WS-RECEB-MES    PIC 9(02).
          02 WS-RECEB-DIA    PIC 9(02).
       77 WS-DV-OBTER        PIC X     VALUE SPACE.
       77 WS-DV-ANO          PIC 9(04) VALUE ZEROS.
       77 WS-DV-MES          PIC 9(02) VALUE ZEROS.
       77 WS-DV-DIA          PIC 9(02) VALUE ZEROS.
       77 WS-DV-VALIDA       PIC X     VALUE SPACE.
         88 DV-DATA-OK                VALUE 'S'.
       77 WS-PRAZO-LEGAL     PIC 9(03) VALUE 15.
       77 WS-DIAS-PEDIDO     PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-HOJE     PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(07) COMP VALUE ZEROS.
       77 WS-QTD-CAD         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONT        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NOTAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MOV         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-HIST        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VERS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ARQ         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ACES        PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-DIAS-ED         PIC ZZZ9.
       77 WS-LINHA-DOC       PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK
               PERFORM P0200-ABRE-DOCUMENTO THRU P0200-FIM
           END-IF.
           IF NOT FIM-OK
               PERFORM P0300-CADASTRO      THRU P0300-FIM
               PERFORM P0320-CONTATOS      THRU P0320-FIM
               PERFORM P0340-NOTAS         THRU P0340-FIM
               PERFORM P0360-MOVIMENTOS    THRU P0360-FIM
               PERFORM P0380-HIST-NOMES    THRU P0380-FIM
               PERFORM P0390-VERSOES       THRU P0390-FIM
               PERFORM P0400-ARQUIVO-MORTO THRU P0400-FIM
               PERFORM P0420-CONSULTAS     THRU P0420-FIM
               PERFORM P0450-ENCERRA-DOCUMENTO THRU P0450-FIM
               PERFORM P0480-REGISTRA-PEDIDO   THRU P0480-FIM
               PERFORM P0500-FINALIZA THRU P0500-FIM
           END-IF.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** PEDIDO DE ACESSO DO TITULAR (LGPD) *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           PERFORM P0110-IDENTIFICA-OPERADOR THRU P0110-FIM.
           IF NOT OPERADOR-OK
               DISPLAY 'OPERADOR NAO IDENTIFICADO - ENCERRANDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           DISPLAY 'REFERENCIA DO PEDIDO DE ACESSO: '
           ACCEPT WS-REFERENCIA.
           IF WS-REFERENCIA EQUAL SPACES
               DISPLAY 'A REFERENCIA DO PEDIDO E OBRIGATORIA.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0120-DATA-RECEBIMENTO THRU P0120-FIM.
           IF FIM-OK
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-MODO.
           DISPLAY 'IDENTIFICAR O TITULAR POR <C>ODIGO OU POR <N>OME: '
           ACCEPT WS-MODO.
           IF WS-MODO EQUAL 'N' OR WS-MODO EQUAL 'n'
               PERFORM P0130-RESOLVE-NOME THRU P0130-FIM
           ELSE
               DISPLAY 'CODIGO DO TITULAR (0000001-9999999): '
               ACCEPT WS-COD-PEDIDO
           END-IF.
           IF WS-COD-PEDIDO EQUAL ZEROS
               DISPLAY 'TITULAR NAO IDENTIFICADO - ENCERRANDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'EMITE O DOCUMENTO DE ACESSO DO CODIGO '
                   WS-COD-PEDIDO ' PARA O PEDIDO ' WS-REFERENCIA
                   '? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'PEDIDO ABANDONADO.'
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0110-IDENTIFICA-OPERADOR.
      *    O DOCUMENTO REUNE DADO PESSOAL - SO SAI PARA OPERADOR
      *    ATIVO, QUE FICA REGISTRADO NO LIVRO DE PEDIDOS.
           SET OPERADOR-OK TO FALSE.
           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA: '
           ACCEPT WS-OPER-SENHA.

           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.

           IF ST-OPER-OK
               MOVE WS-OPERADOR TO OPER-ID
               READ OPERMST
                   INVALID KEY
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   NOT INVALID KEY
                       MOVE OPER-SAL TO WS-SNH-SAL
                       MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                       PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                       IF OPER-ATIVO
                          AND OPER-SENHA = WS-SNH-HASH
                           SET OPERADOR-OK TO TRUE
                       ELSE
                           DISPLAY 'OPERADOR INATIVO OU SENHA'
                                   ' INVALIDA.'
                       END-IF
               END-READ
               CLOSE OPERMST
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-OPER
           END-IF.
       P0110-FIM.

       P0120-DATA-RECEBIMENTO.
      *    DATA ZERADA ASSUME O PEDIDO RECEBIDO HOJE.
           MOVE ZEROS TO WS-DATA-RECEB.
           DISPLAY 'DATA DE RECEBIMENTO DO PEDIDO (AAAAMMDD, 0=HOJE): '
           ACCEPT WS-DATA-RECEB.
           IF WS-DATA-RECEB EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-RECEB
               GO TO P0120-FIM
           END-IF.

           MOVE SPACE        TO WS-DV-OBTER.
           MOVE WS-RECEB-ANO TO WS-DV-ANO.
           MOVE WS-RECEB-MES TO WS-DV-MES.
           MOVE WS-RECEB-DIA TO WS-DV-DIA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DV-OBTER WS-DV-ANO WS-DV-MES
                     WS-DV-DIA WS-DV-VALIDA
           END-CALL.
           IF NOT DV-DATA-OK
               DISPLAY 'DATA DE RECEBIMENTO INVALIDA - ENCERRANDO.'
               SET FIM-OK TO TRUE
               GO TO P0120-FIM
           END-IF.
           IF WS-DATA-RECEB > WS-HOJE
               DISPLAY 'DATA DE RECEBIMENTO NO FUTURO - ENCERRANDO.'
               SET FIM-OK TO TRUE
           END-IF.
       P0120-FIM.

       P0130-RESOLVE-NOME.
      *    O NOME E PROCURADO PELA CHAVE ALTERNADA NOM-DADOS; COM
      *    HOMONIMOS O OPERADOR ESCOLHE O CODIGO NA LISTA.
           MOVE ZEROS TO WS-COD-PEDIDO WS-QTD-HOMONIMOS.
           DISPLAY 'NOME DO TITULAR (COMO CADASTRADO): '
           ACCEPT WS-NOME-PEDIDO.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'CADASTRO INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0130-FIM
           END-IF.

           MOVE WS-NOME-PEDIDO TO NOM-DADOS.
           START DADOS1 KEY IS EQUAL NOM-DADOS
               INVALID KEY
                   DISPLAY 'NENHUM CODIGO CADASTRADO COM ESTE NOME.'
                   CLOSE DADOS1
                   GO TO P0130-FIM
           END-START.

           SET FIM-LEITURA-OK TO FALSE.
           PERFORM P0135-LISTA-HOMONIMO THRU P0135-FIM
                   UNTIL FIM-LEITURA-OK.
           CLOSE DADOS1.

           IF WS-QTD-HOMONIMOS > 1
               MOVE ZEROS TO WS-COD-PEDIDO
               DISPLAY 'HA ' WS-QTD-HOMONIMOS ' CODIGOS COM ESTE NOME'
                       ' - INFORME O CODIGO DO TITULAR: '
               ACCEPT WS-COD-PEDIDO
           END-IF.
       P0130-FIM.

       P0135-LISTA-HOMONIMO.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0135-FIM
           END-READ.
           IF NOM-DADOS NOT EQUAL WS-NOME-PEDIDO
               SET FIM-LEITURA-OK TO TRUE
               GO TO P0135-FIM
           END-IF.
           ADD 1 TO WS-QTD-HOMONIMOS.
           MOVE COD-DADOS TO WS-COD-PEDIDO.
           DISPLAY '   ' COD-DADOS ' ' NOM-DADOS ' DEPTO ' DEPTO-DADOS
                   ' DESDE ' DATA-DADOS.
       P0135-FIM.

       P0160-DIA-SERIAL.
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
       P0160-FIM.

       P0200-ABRE-DOCUMENTO.
      *    O DOCUMENTO E POR DIA; PEDIDOS DO MESMO DIA SE ACUMULAM.
           MOVE SPACES TO WS-NOME-DOCUM.
           STRING WS-ARQ-PREF-DOC DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-DOCUM.

           SET ST-DOC-OK TO TRUE.
           OPEN EXTEND DOCUM.
           IF WS-ST-DOC EQUAL 35 THEN
               OPEN OUTPUT DOCUM
           END-IF.
           IF NOT ST-DOC-OK
               DISPLAY 'ERRO AO GRAVAR O DOCUMENTO DE ACESSO.'
               DISPLAY 'FILE STATUS: ' WS-ST-DOC
               SET FIM-OK TO TRUE
               GO TO P0200-FIM
           END-IF.

           ACCEPT WS-HORA FROM TIME.
           STRING '***** DOCUMENTO DE ACESSO DO TITULAR (LGPD) -'
                  ' PEDIDO ' WS-REFERENCIA ' *****'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           STRING 'CODIGO ' WS-COD-PEDIDO
                  ' - PEDIDO RECEBIDO EM ' WS-DATA-RECEB
                  ' - EMITIDO EM ' WS-HOJE ' ' WS-HORA(1:2) ':'
                  WS-HORA(3:2) ' POR ' WS-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
       P0200-FIM.

       P0300-CADASTRO.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '1. REGISTRO DO CADASTRO (DADOS1.DAT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-OK
               MOVE WS-COD-PEDIDO TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CAD
                       MOVE VALOR-DADOS TO WS-VALOR-ED
                       STRING '   NOME ' NOM-DADOS
                              ' DEPTO ' DEPTO-DADOS
                              ' SITUACAO ' STATUS-DADOS
                              ' VALOR ' WS-VALOR-ED
                              ' DESDE ' DATA-DADOS
                              DELIMITED BY SIZE INTO WS-LINHA-DOC
                       PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
               END-READ
               CLOSE DADOS1
           END-IF.
           IF WS-QTD-CAD EQUAL ZEROS
               STRING '   NENHUM REGISTRO ATIVO NO CADASTRO.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0300-FIM.

       P0320-CONTATOS.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '2. CONTATOS (CONTATOS.DAT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-CONT-OK TO TRUE.
           OPEN INPUT CONTATOS.
           IF NOT ST-CONT-OK
               GO TO P0320-SEM-CONTATO
           END-IF.
           MOVE WS-COD-PEDIDO TO CONT-COD-DADOS.
           MOVE ZEROS         TO CONT-SEQ.
           SET FIM-LEITURA-OK TO FALSE.
           START CONTATOS KEY IS NOT LESS THAN CONT-CHAVE
               INVALID KEY
                   SET FIM-LEITURA-OK TO TRUE
           END-START.
           PERFORM P0325-LE-CONTATO THRU P0325-FIM
                   UNTIL FIM-LEITURA-OK.
           CLOSE CONTATOS.

       P0320-SEM-CONTATO.
           IF WS-QTD-CONT EQUAL ZEROS
               STRING '   NENHUM CONTATO REGISTRADO.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0320-FIM.

       P0325-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0325-FIM
           END-READ.
           IF CONT-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               SET FIM-LEITURA-OK TO TRUE
               GO TO P0325-FIM
           END-IF.
           ADD 1 TO WS-QTD-CONT.
           STRING '   ' CONT-SEQ ' ' CONT-NOME ' TEL ' CONT-TELEFONE
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           STRING '      ' CONT-LOGRADOURO ' ' CONT-NUMERO ' '
                  CONT-CIDADE ' ' CONT-UF ' CEP ' CONT-CEP
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           IF CONT-ENDERECO NOT EQUAL SPACES
               STRING '      ' CONT-ENDERECO
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0325-FIM.

       P0340-NOTAS.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '3. NOTAS (NOTAS.DAT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-NOTA-OK TO TRUE.
           OPEN INPUT NOTAS.
           IF NOT ST-NOTA-OK
               GO TO P0340-SEM-NOTA
           END-IF.
           MOVE WS-COD-PEDIDO TO NOTA-COD-DADOS.
           MOVE ZEROS         TO NOTA-DATA NOTA-HORA.
           SET FIM-LEITURA-OK TO FALSE.
           START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
               INVALID KEY
                   SET FIM-LEITURA-OK TO TRUE
           END-START.
           PERFORM P0345-LE-NOTA THRU P0345-FIM
                   UNTIL FIM-LEITURA-OK.
           CLOSE NOTAS.

       P0340-SEM-NOTA.
           IF WS-QTD-NOTAS EQUAL ZEROS
               STRING '   NENHUMA NOTA REGISTRADA.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0340-FIM.

       P0345-LE-NOTA.
           READ NOTAS NEXT RECORD
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0345-FIM
           END-READ.
           IF NOTA-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               SET FIM-LEITURA-OK TO TRUE
               GO TO P0345-FIM
           END-IF.
           ADD 1 TO WS-QTD-NOTAS.
           STRING '   ' NOTA-DATA ' ' NOTA-HORA(1:2) ':'
                  NOTA-HORA(3:2) ' ' NOTA-TEXTO
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
       P0345-FIM.

       P0360-MOVIMENTOS.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '4. MOVIMENTOS DE VALOR (MOVHIST.TXT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF ST-MOV-OK
               SET FIM-LEITURA-OK TO FALSE
               PERFORM P0365-LE-MOVIMENTO THRU P0365-FIM
                       UNTIL FIM-LEITURA-OK
               CLOSE MOVHIST
           END-IF.
           IF WS-QTD-MOV EQUAL ZEROS
               STRING '   NENHUM MOVIMENTO REGISTRADO.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0360-FIM.

       P0365-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0365-FIM
           END-READ.
           IF MOV-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               GO TO P0365-FIM
           END-IF.
           ADD 1 TO WS-QTD-MOV.
           MOVE MOV-VALOR TO WS-VALOR-ED.
           STRING '   ' MOV-DATA-EFET ' ' MOV-TIPO ' ' MOV-MOTIVO
                  ' ' WS-VALOR-ED ' REF ' MOV-REFERENCIA
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
       P0365-FIM.

       P0380-HIST-NOMES.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '5. HISTORICO DE ALTERACOES (DADOSHIST.TXT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-HIST-OK TO TRUE.
           OPEN INPUT DADOSHIST.
           IF ST-HIST-OK
               SET FIM-LEITURA-OK TO FALSE
               PERFORM P0385-LE-HISTORICO THRU P0385-FIM
                       UNTIL FIM-LEITURA-OK
               CLOSE DADOSHIST
           END-IF.
           IF WS-QTD-HIST EQUAL ZEROS
               STRING '   NENHUMA ALTERACAO REGISTRADA.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0380-FIM.

       P0385-LE-HISTORICO.
           READ DADOSHIST
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0385-FIM
           END-READ.
           IF HIST-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               GO TO P0385-FIM
           END-IF.
           ADD 1 TO WS-QTD-HIST.
           STRING '   ' HIST-DATA ' NOME ' HIST-NOME-ANTIGO ' -> '
                  HIST-NOME-NOVO
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           IF HIST-DEPTO-NOVO NOT EQUAL HIST-DEPTO-ANTIGO
              OR HIST-DATA-NOVA NOT EQUAL HIST-DATA-ANTIGA
               STRING '      DEPTO ' HIST-DEPTO-ANTIGO ' -> '
                      HIST-DEPTO-NOVO ' DATA ' HIST-DATA-ANTIGA
                      ' -> ' HIST-DATA-NOVA
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0385-FIM.

       P0390-VERSOES.
      *    O NOME OCUPA AS POSICOES 8 A 27 DA IMAGEM DE 45 BYTES
      *    (LAYOUT FD_CRUD) - E O QUE A VERSAO GUARDA DO TITULAR.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '6. NOMES NAS VERSOES DO CADASTRO (VERSOES.DAT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-VERS-OK TO TRUE.
           OPEN INPUT VERSOES.
           IF NOT ST-VERS-OK
               GO TO P0390-SEM-VERSAO
           END-IF.
           MOVE WS-COD-PEDIDO TO VERS-COD-DADOS.
           MOVE ZEROS         TO VERS-NUMERO.
           SET FIM-LEITURA-OK TO FALSE.
           START VERSOES KEY IS NOT LESS THAN VERS-CHAVE
               INVALID KEY
                   SET FIM-LEITURA-OK TO TRUE
           END-START.
           PERFORM P0395-LE-VERSAO THRU P0395-FIM
                   UNTIL FIM-LEITURA-OK.
           CLOSE VERSOES.

       P0390-SEM-VERSAO.
           IF WS-QTD-VERS EQUAL ZEROS
               STRING '   NENHUMA VERSAO ANTERIOR GUARDADA.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0390-FIM.

       P0395-LE-VERSAO.
           READ VERSOES NEXT RECORD
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0395-FIM
           END-READ.
           IF VERS-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               SET FIM-LEITURA-OK TO TRUE
               GO TO P0395-FIM
           END-IF.
           ADD 1 TO WS-QTD-VERS.
           STRING '   VERSAO ' VERS-NUMERO ' DE ' VERS-DATA
                  ' NOME ' VERS-IMAGEM(8:20)
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
       P0395-FIM.

       P0400-ARQUIVO-MORTO.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '7. COPIA NO ARQUIVO MORTO (ARQDADOS.DAT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-ARQ-OK TO TRUE.
           OPEN INPUT ARQDADOS.
           IF ST-ARQ-OK
               MOVE WS-COD-PEDIDO TO ARQ-COD-DADOS
               READ ARQDADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ARQ
                       MOVE ARQ-VALOR-DADOS TO WS-VALOR-ED
                       STRING '   NOME ' ARQ-NOM-DADOS
                              ' DEPTO ' ARQ-DEPTO-DADOS
                              ' SITUACAO ' ARQ-STATUS-DADOS
                              ' VALOR ' WS-VALOR-ED
                              ' DESDE ' ARQ-DATA-DADOS
                              DELIMITED BY SIZE INTO WS-LINHA-DOC
                       PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
               END-READ
               CLOSE ARQDADOS
           END-IF.
           IF WS-QTD-ARQ EQUAL ZEROS
               STRING '   NENHUMA COPIA ARQUIVADA.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0400-FIM.

       P0420-CONSULTAS.
           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           STRING '8. CONSULTAS AO REGISTRO (ACESSLOG.TXT)'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.

           SET ST-ACES-OK TO TRUE.
           OPEN INPUT ACESSLOG.
           IF ST-ACES-OK
               SET FIM-LEITURA-OK TO FALSE
               PERFORM P0425-LE-ACESSO THRU P0425-FIM
                       UNTIL FIM-LEITURA-OK
               CLOSE ACESSLOG
           END-IF.
           IF WS-QTD-ACES EQUAL ZEROS
               STRING '   NENHUMA CONSULTA REGISTRADA.'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
               PERFORM P0900-GRAVA-LINHA THRU P0900-FIM
           END-IF.
       P0420-FIM.

       P0425-LE-ACESSO.
           READ ACESSLOG
               AT END
                   SET FIM-LEITURA-OK TO TRUE
                   GO TO P0425-FIM
           END-READ.
           IF ACESSO-COD-DADOS NOT EQUAL WS-COD-PEDIDO
               GO TO P0425-FIM
           END-IF.
           ADD 1 TO WS-QTD-ACES.
           STRING '   ' ACESSO-DATA ' ' ACESSO-HORA(1:2) ':'
                  ACESSO-HORA(3:2) ' OPERADOR ' ACESSO-OPERADOR
                  ' MODO ' ACESSO-MODO
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
       P0425-FIM.

       P0450-ENCERRA-DOCUMENTO.
      *    DIAS CORRIDOS DO RECEBIMENTO ATE HOJE, CONTRA O PRAZO.
           MOVE WS-HOJE-ANO TO WS-CALC-ANO.
           MOVE WS-HOJE-MES TO WS-CALC-MES.
           MOVE WS-HOJE-DIA TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.
           MOVE WS-RECEB-ANO TO WS-CALC-ANO.
           MOVE WS-RECEB-MES TO WS-CALC-MES.
           MOVE WS-RECEB-DIA TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           COMPUTE WS-DIAS-PEDIDO = WS-SERIAL-HOJE - WS-SERIAL-SAIDA.
           MOVE WS-DIAS-PEDIDO TO WS-DIAS-ED.

           PERFORM P0910-TITULO-SECAO THRU P0910-FIM.
           IF WS-DIAS-PEDIDO > WS-PRAZO-LEGAL
               STRING 'ATENDIDO EM ' WS-HOJE ' - ' WS-DIAS-ED
                      ' DIA(S) APOS O RECEBIMENTO - FORA DO PRAZO'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
           ELSE
               STRING 'ATENDIDO EM ' WS-HOJE ' - ' WS-DIAS-ED
                      ' DIA(S) APOS O RECEBIMENTO - NO PRAZO'
                      DELIMITED BY SIZE INTO WS-LINHA-DOC
           END-IF.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           STRING '***** FIM DO DOCUMENTO DO PEDIDO ' WS-REFERENCIA
                  ' *****'
                  DELIMITED BY SIZE INTO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
           CLOSE DOCUM.
           DISPLAY 'DOCUMENTO GRAVADO EM LGPDACES.' WS-HOJE '.'.
       P0450-FIM.

       P0480-REGISTRA-PEDIDO.
           SET ST-PED-OK TO TRUE.
           OPEN EXTEND LGPDPED.
           IF WS-ST-PED EQUAL 35 THEN
               OPEN OUTPUT LGPDPED
           END-IF.
           IF NOT ST-PED-OK
               DISPLAY 'ERRO AO GRAVAR O LIVRO DE PEDIDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-PED
               GO TO P0480-FIM
           END-IF.

           MOVE WS-REFERENCIA  TO PED-REFERENCIA.
           MOVE WS-COD-PEDIDO  TO PED-COD-DADOS.
           MOVE WS-DATA-RECEB  TO PED-DATA-RECEB.
           MOVE WS-HOJE        TO PED-DATA-ATEND.
           MOVE WS-HORA(1:6)   TO PED-HORA-ATEND.
           MOVE WS-DIAS-PEDIDO TO PED-DIAS.
           IF WS-DIAS-PEDIDO > WS-PRAZO-LEGAL
               SET PED-FORA-PRAZO TO TRUE
           ELSE
               SET PED-NO-PRAZO TO TRUE
           END-IF.
           MOVE WS-OPERADOR    TO PED-OPERADOR.
           WRITE RG-LGPDPED.
           CLOSE LGPDPED.
       P0480-FIM.

       P0500-FINALIZA.
           DISPLAY '***********************************************'.
           DISPLAY 'ACESSO DO CODIGO......: ' WS-COD-PEDIDO.
           DISPLAY 'CONTATOS..............: ' WS-QTD-CONT.
           DISPLAY 'NOTAS.................: ' WS-QTD-NOTAS.
           DISPLAY 'MOVIMENTOS............: ' WS-QTD-MOV.
           DISPLAY 'ALTERACOES / VERSOES..: ' WS-QTD-HIST ' / '
                   WS-QTD-VERS.
           DISPLAY 'CONSULTAS.............: ' WS-QTD-ACES.
           DISPLAY 'DIAS DESDE O PEDIDO...: ' WS-DIAS-ED.
           IF WS-DIAS-PEDIDO > WS-PRAZO-LEGAL
               DISPLAY 'ATENCAO: PEDIDO ATENDIDO FORA DO PRAZO DE '
                       WS-PRAZO-LEGAL ' DIAS.'
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0900-GRAVA-LINHA.
           WRITE RG-DOCUM FROM WS-LINHA-DOC.
           MOVE SPACES TO WS-LINHA-DOC.
       P0900-FIM.

       P0910-TITULO-SECAO.
           MOVE ALL '-' TO WS-LINHA-DOC.
           PERFORM P0900-GRAVA-LINHA THRU P0900-FIM.
       P0910-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
           MOVE 'NOTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-NOTAS-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'DADOSHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOSHIST-TXT.
           MOVE 'VERSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VERSOES-DAT.
           MOVE 'ARQDADOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ARQDADOS-DAT.
           MOVE 'ACESSLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ACESSLOG-TXT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'LGPDPED.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LGPDPED-TXT.
           MOVE 'LGPDACES.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-DOC.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.
