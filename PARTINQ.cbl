      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta em lote do parceiro externo - le a lista de
      *          identificadores enviada pelo parceiro (PARTPERG.NN),
      *          traduz cada um pelo de-para do parceiro (XREFPART.NN)
      *          e consulta o cadastro DADOS1.DAT, devolvendo a
      *          resposta PARTRESP.NN no layout de largura fixa
      *          combinado: uma linha por pergunta com o indicador de
      *          encontrado (S/N) e o motivo, a situacao, o
      *          departamento e o valor atuais, entre cabecalho HD
      *          (com a versao do layout do parceiro) e trailer TR
      *          com quantidade e soma de valor. Cada consulta fica
      *          registrada no log de acessos (ACESSLOG.TXT) no modo
      *          L, consulta em lote, em nome do parceiro (PARCNN).
      *          Atende varios parceiros: o operador informa o codigo
      *          do parceiro (validado no mestre PARCEIRO.DAT).
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
              SELECT PARTPERG ASSIGN TO WS-ARQ-PARTPERG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-IN.

              SELECT PARTRESP ASSIGN TO WS-ARQ-PARTRESP-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RESP.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT XREFPART ASSIGN TO WS-ARQ-XREFPART-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS XREF-ID-PARCEIRO
              ALTERNATE RECORD KEY IS XREF-COD-DADOS
              FILE STATUS IS WS-ST-XREF.

              SELECT ACESSLOG ASSIGN TO WS-ARQ-ACESSLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACESSO.

              SELECT PARCEIROS ASSIGN TO WS-ARQ-PARCEIRO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PARC-CODIGO
              FILE STATUS IS WS-ST-PARC.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD PARTPERG.
      *    LISTA DE PERGUNTAS DO PARCEIRO: O IDENTIFICADOR DELE OU,
      *    NA FALTA, O NOSSO CODIGO. LINHAS HD/TR DE CONTROLE, QUANDO
      *    VIEREM, SAO IGNORADAS.
       01  RG-PARTPERG.
           02  PERG-ID-PARCEIRO     PIC X(10).
           02  PERG-COD             PIC 9(07).
           02  FILLER               PIC X(24).

       FD PARTRESP.
       01  RG-PARTRESP.
           02  RESP-ID-PARCEIRO     PIC X(10).
           02  RESP-COD             PIC 9(07).
           02  RESP-ENCONTRADO      PIC X(01).
           02  RESP-MOTIVO          PIC X(02).
           02  RESP-STATUS          PIC X(01).
           02  RESP-DEPTO           PIC X(04).
           02  RESP-VALOR           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           02  FILLER               PIC X(04).
       01  RG-PARTRESP-CTL.
           02  RSPC-TIPO            PIC X(02).
           02  RSPC-DATA            PIC 9(08).
           02  RSPC-ORIGEM          PIC X(08).
           02  RSPC-QUANTIDADE      PIC 9(07).
           02  RSPC-HASH-VALOR      PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           02  RSPC-LAYOUT          PIC X(02).

       FD DADOS1.
       COPY FD_CRUD.

       FD XREFPART.
       COPY FD_XREF.

       FD ACESSLOG.
       COPY FD_ACESSO.

       FD PARCEIROS.
       COPY FD_PARC.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PARC_WS.
       77  WS-ARQ-PARCEIRO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARTPERG-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARTRESP-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-XREFPART-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ACESSLOG-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-IN           PIC 99.
         88 ST-IN-OK          VALUE 0.
       77 WS-ST-RESP         PIC 99.
         88 ST-RESP-OK        VALUE 0.
       77 WS-ST-XREF         PIC 99.
         88 ST-XREF-OK        VALUE 0.
       77 WS-ST-ACESSO       PIC 99.
         88 ST-ACESSO-OK      VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-XREF-ABERTO     PIC X     VALUE 'N'.
         88 XREF-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-ACESSO-ABERTO   PIC X     VALUE 'N'.
         88 ACESSO-ABERTO              VALUE 'S' FALSE 'N'.
       77 WS-RESP-ABERTA     PIC X     VALUE 'N'.
         88 RESP-ABERTA                VALUE 'S' FALSE 'N'.
       77 WS-PARC-LAYOUT     PIC X(02) VALUE SPACES.
       77 WS-OPER-PARCEIRO   PIC X(08) VALUE SPACES.
       77 WS-COD-CONSULTA    PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO          PIC X(02) VALUE SPACES.
         88 CONSULTA-VALIDA              VALUE '  '.
       77 WS-RESP-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-RESP-QTD        PIC 9(07) VALUE ZEROS.
       77 WS-RESP-HASH       PIC S9(13)V99 VALUE ZEROS.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ENCONTRADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONT-NAO-ENCONTR PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0090-ESCOLHE-PARCEIRO THRU P0090-FIM.
           IF NOT PARC-ESCOLHIDO-OK
               DISPLAY 'CONSULTA ABANDONADA - PARCEIRO NAO'
                       ' SELECIONADO.'
               STOP RUN
           END-IF.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-CONSULTA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0090-ESCOLHE-PARCEIRO.
      *    PERGUNTA, DE-PARA E RESPOSTA SAO OS ARQUIVOS DO PROPRIO
      *    PARCEIRO, SUFIXADOS PELO CODIGO DELE; A VERSAO DO LAYOUT
      *    COMBINADO VAI NO CABECALHO DA RESPOSTA.
           PERFORM 9500-ACEITA-PARCEIRO THRU 9500-FIM.

           IF NOT PARC-ESCOLHIDO-OK
               GO TO P0090-FIM
           END-IF.

           MOVE SPACES TO WS-PARC-LAYOUT.
           SET ST-PARC-OK TO TRUE.
           OPEN INPUT PARCEIROS.
           IF ST-PARC-OK
               MOVE WS-PARC-ESCOLHIDO TO PARC-CODIGO
               READ PARCEIROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARC-LAYOUT TO WS-PARC-LAYOUT
               END-READ
               CLOSE PARCEIROS
           END-IF.

           MOVE SPACES TO WS-OPER-PARCEIRO.
           STRING 'PARC' WS-PARC-ESCOLHIDO
                  DELIMITED BY SIZE INTO WS-OPER-PARCEIRO.

           MOVE WS-ARQ-PARTPERG-TXT TO WS-PARC-PREFIXO.
           PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM.
           MOVE WS-PARC-SUFIXADO TO WS-ARQ-PARTPERG-TXT.

           MOVE WS-ARQ-PARTRESP-TXT TO WS-PARC-PREFIXO.
           PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM.
           MOVE WS-PARC-SUFIXADO TO WS-ARQ-PARTRESP-TXT.

           MOVE WS-ARQ-XREFPART-DAT TO WS-PARC-PREFIXO.
           PERFORM 9510-SUFIXA-ARQUIVO THRU 9510-FIM.
           MOVE WS-PARC-SUFIXADO TO WS-ARQ-XREFPART-DAT.
       P0090-FIM.

       P0100-INICIO.
           DISPLAY '***** CONSULTA EM LOTE DO PARCEIRO - PARTPERG ****'.
           DISPLAY 'PARCEIRO SELECIONADO: ' WS-PARC-ESCOLHIDO.
           SET FIM-OK TO FALSE.

           SET ST-IN-OK TO TRUE.
           OPEN INPUT PARTPERG.
           IF NOT ST-IN-OK
               DISPLAY 'ERRO AO ABRIR A LISTA DE PERGUNTAS PARTPERG.'
                       WS-PARC-ESCOLHIDO '.'
               DISPLAY 'FILE STATUS: ' WS-ST-IN
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               CLOSE PARTPERG
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-XREF-OK TO TRUE.
           OPEN INPUT XREFPART.
           IF ST-XREF-OK
               SET XREF-ABERTO TO TRUE
           ELSE
               DISPLAY 'TABELA DE-PARA XREFPART INDISPONIVEL -'
                       ' SO PERGUNTAS PELO NOSSO CODIGO SERAO'
                       ' RESPONDIDAS.'
           END-IF.

           SET ST-RESP-OK TO TRUE.
           OPEN OUTPUT PARTRESP.
           IF NOT ST-RESP-OK
               DISPLAY 'ERRO AO CRIAR A RESPOSTA PARTRESP.'
                       WS-PARC-ESCOLHIDO '.'
               DISPLAY 'FILE STATUS: ' WS-ST-RESP
               CLOSE PARTPERG DADOS1
               IF XREF-ABERTO
                   CLOSE XREFPART
                   SET XREF-ABERTO TO FALSE
               END-IF
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET RESP-ABERTA TO TRUE.
           ACCEPT WS-RESP-DATA FROM DATE YYYYMMDD.
           MOVE SPACES          TO RG-PARTRESP-CTL.
           MOVE 'HD'            TO RSPC-TIPO.
           MOVE WS-RESP-DATA    TO RSPC-DATA.
           MOVE 'PARTINQ'       TO RSPC-ORIGEM.
           MOVE ZEROS           TO RSPC-QUANTIDADE RSPC-HASH-VALOR.
           MOVE WS-PARC-LAYOUT  TO RSPC-LAYOUT.
           WRITE RG-PARTRESP-CTL.

      *    O LOG DE ACESSOS FICA ABERTO DURANTE A CORRIDA - UMA LINHA
      *    POR CONSULTA, SEM ABRIR E FECHAR A CADA PERGUNTA.
           SET ST-ACESSO-OK TO TRUE.
           OPEN EXTEND ACESSLOG.
           IF WS-ST-ACESSO EQUAL 35 THEN
               OPEN OUTPUT ACESSLOG
           END-IF.
           IF ST-ACESSO-OK
               SET ACESSO-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O LOG DE ACESSOS - CONSULTAS'
                       ' NAO SERAO REGISTRADAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-ACESSO
           END-IF.
       P0100-FIM.

       P0200-CONSULTA.
           READ PARTPERG
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF RG-PARTPERG(1:2) EQUAL 'HD'
                      OR RG-PARTPERG(1:2) EQUAL 'TR'
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P0210-TRADUZ-ID THRU P0210-FIM
                       PERFORM P0220-LOCALIZA THRU P0220-FIM
                       PERFORM P0230-GRAVA-RESPOSTA THRU P0230-FIM
                       PERFORM P0240-GRAVA-ACESSO THRU P0240-FIM
                   END-IF
           END-READ.
       P0200-FIM.

       P0210-TRADUZ-ID.
      *    MESMA REGRA DA APLICACAO DO PARCEIRO: O IDENTIFICADOR DELE
      *    TEM PRECEDENCIA SOBRE O CODIGO CRU; SEM MAPEAMENTO NO
      *    DE-PARA A RESPOSTA SAI COMO NAO ENCONTRADA (MOTIVO 06).
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS  TO WS-COD-CONSULTA.

           IF PERG-ID-PARCEIRO EQUAL SPACES
               IF PERG-COD NUMERIC AND PERG-COD NOT EQUAL ZEROS
                   MOVE PERG-COD TO WS-COD-CONSULTA
               ELSE
                   MOVE '01' TO WS-MOTIVO
               END-IF
               GO TO P0210-FIM
           END-IF.

           IF NOT XREF-ABERTO
               MOVE '06' TO WS-MOTIVO
               GO TO P0210-FIM
           END-IF.

           MOVE PERG-ID-PARCEIRO TO XREF-ID-PARCEIRO.
           READ XREFPART
               INVALID KEY
                   MOVE '06' TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE XREF-COD-DADOS TO WS-COD-CONSULTA
           END-READ.
       P0210-FIM.

       P0220-LOCALIZA.
           IF NOT CONSULTA-VALIDA
               GO TO P0220-FIM
           END-IF.

           MOVE WS-COD-CONSULTA TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   MOVE '08' TO WS-MOTIVO
           END-READ.
       P0220-FIM.

       P0230-GRAVA-RESPOSTA.
           MOVE SPACES           TO RG-PARTRESP.
           MOVE PERG-ID-PARCEIRO TO RESP-ID-PARCEIRO.
           MOVE WS-COD-CONSULTA  TO RESP-COD.
           MOVE WS-MOTIVO        TO RESP-MOTIVO.

           IF CONSULTA-VALIDA
               MOVE 'S'          TO RESP-ENCONTRADO
               MOVE STATUS-DADOS TO RESP-STATUS
               MOVE DEPTO-DADOS  TO RESP-DEPTO
               MOVE VALOR-DADOS  TO RESP-VALOR
               ADD VALOR-DADOS   TO WS-RESP-HASH
               ADD 1 TO WS-CONT-ENCONTRADOS
           ELSE
               MOVE 'N'          TO RESP-ENCONTRADO
               MOVE ZEROS        TO RESP-VALOR
               ADD 1 TO WS-CONT-NAO-ENCONTR
           END-IF.

           WRITE RG-PARTRESP.
           ADD 1 TO WS-RESP-QTD.
       P0230-FIM.

       P0240-GRAVA-ACESSO.
      *    TODA PERGUNTA RESPONDIDA DEIXA RASTRO NO LOG DE ACESSOS,
      *    NO MODO DE CONSULTA EM LOTE E EM NOME DO PARCEIRO; A
      *    PERGUNTA SEM TRADUCAO FICA COM CODIGO ZERO.
           IF NOT ACESSO-ABERTO
               GO TO P0240-FIM
           END-IF.

           ACCEPT ACESSO-DATA FROM DATE YYYYMMDD.
           ACCEPT ACESSO-HORA FROM TIME.
           MOVE WS-OPER-PARCEIRO TO ACESSO-OPERADOR.
           SET ACESSO-POR-LOTE   TO TRUE.
           MOVE WS-COD-CONSULTA  TO ACESSO-COD-DADOS.
           WRITE RG-ACESSO.
       P0240-FIM.

       P0500-FINALIZA.
           IF RESP-ABERTA
               MOVE SPACES          TO RG-PARTRESP-CTL
               MOVE 'TR'            TO RSPC-TIPO
               MOVE WS-RESP-DATA    TO RSPC-DATA
               MOVE 'PARTINQ'       TO RSPC-ORIGEM
               MOVE WS-RESP-QTD     TO RSPC-QUANTIDADE
               MOVE WS-RESP-HASH    TO RSPC-HASH-VALOR
               MOVE WS-PARC-LAYOUT  TO RSPC-LAYOUT
               WRITE RG-PARTRESP-CTL
               CLOSE PARTRESP
               CLOSE PARTPERG DADOS1
               DISPLAY 'RESPOSTA AO PARCEIRO GRAVADA EM PARTRESP.'
                       WS-PARC-ESCOLHIDO '.'
           END-IF.

           IF XREF-ABERTO
               CLOSE XREFPART
           END-IF.
           IF ACESSO-ABERTO
               CLOSE ACESSLOG
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'PERGUNTAS LIDAS.......: ' WS-CONT-LIDOS.
           DISPLAY 'CODIGOS ENCONTRADOS...: ' WS-CONT-ENCONTRADOS.
           DISPLAY 'NAO ENCONTRADOS.......: ' WS-CONT-NAO-ENCONTR.
           DISPLAY '***********************************************'.
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
           MOVE 'ACESSLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ACESSLOG-TXT.
           MOVE 'PARCEIRO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARCEIRO-DAT.
      *    PREFIXOS DOS ARQUIVOS POR PARCEIRO, SUFIXADOS PELO CODIGO
      *    DO PARCEIRO APOS A SELECAO (EX.: PARTPERG.01).
           MOVE 'PARTPERG.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTPERG-TXT.
           MOVE 'PARTRESP.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARTRESP-TXT.
           MOVE 'XREFPART.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-XREFPART-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY PARC.
