      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacao dos recebimentos do banco - le RECEBTO.TXT
      *          (data valor, valor e referencia do pagador de cada
      *          dinheiro recebido) e identifica o COD-DADOS pela
      *          referencia: direto pelo codigo com o digito
      *          verificador conferido pelo DIGVER, ou pelo
      *          identificador do codigo nas tabelas de-para
      *          XREFPART.NN de cada parceiro ativo. Recebimento
      *          identificado vira credito em LANCTOS.TXT com o
      *          motivo REC e a data valor como data efetiva, para o
      *          motor de lancamentos aplicar com as criticas de
      *          sempre; o nao identificado (RN), o ambiguo - mais de
      *          um codigo possivel (RA) - e o invalido (RI) vao para
      *          a fila de suspensos, onde o SUSPMNT atribui o codigo
      *          certo. O controle de recebimentos, impresso pelo
      *          PRINTSRV com saida datada RECEBAPL.AAAAMMDD.TXT e
      *          registrado no catalogo de relatorios, fecha o total
      *          do arquivo (e o trailer do banco) contra o lancado
      *          mais o suspenso.
      *          Cada arquivo aplicado fica no registro RECEBREG.DAT
      *          pela data, quantidade e total do trailer; o mesmo
      *          arquivo apresentado de novo e recusado sem lancar
      *          nada, e o controle mostra a aplicacao original.
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
              SELECT RECEBTO ASSIGN TO WS-ARQ-RECEBTO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RCB.

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

              SELECT PARCEIROS ASSIGN TO WS-ARQ-PARCEIRO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PARC-CODIGO
              FILE STATUS IS WS-ST-PARC.

              SELECT LANCTOS ASSIGN TO WS-ARQ-LANCTOS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LCT.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-SUSP.

              SELECT RECEBREG ASSIGN TO WS-ARQ-RECEBREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS RRG-CHAVE
              FILE STATUS IS WS-ST-RRG.

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
       FD RECEBTO.
       COPY FD_RECEB.

       FD DADOS1.
       COPY FD_CRUD.

       FD XREFPART.
       COPY FD_XREF.

       FD PARCEIROS.
       COPY FD_PARC.

       FD LANCTOS.
      *    MESMO LAYOUT DE TRANSACAO LIDO PELO MOTOR DE
      *    LANCAMENTOS (LANCTOS.cbl).
       01  RG-LANCTO.
           02  LCT-COD-DADOS   PIC 9(07).
           02  LCT-TIPO        PIC X(01).
           02  LCT-VALOR       PIC 9(07)V99.
           02  LCT-MOTIVO      PIC X(03).
           02  LCT-DATA        PIC 9(08).

       FD SUSPENSO.
       COPY FD_SUSP.

       FD RECEBREG.
       COPY FD_RECEBREG.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY DIGVER_WS.
       77  WS-ARQ-RECEBTO-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-XREFPART-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-XREF     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PARCEIRO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-RECEBREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-RCB          PIC 99.
         88 ST-RCB-OK         VALUE 0.
       77 WS-ST-XREF         PIC 99.
         88 ST-XREF-OK        VALUE 0.
       77 WS-ST-PARC         PIC 99.
         88 ST-PARC-OK        VALUE 0.
       77 WS-ST-LCT          PIC 99.
         88 ST-LCT-OK         VALUE 0.
       77 WS-ST-SUSP         PIC 99.
         88 ST-SUSP-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-ST-RRG          PIC 99.
         88 ST-RRG-OK         VALUE 0.
       77 WS-AGORA           PIC 9(08) VALUE ZEROS.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-PARC        PIC X.
         88 FIM-PARC-OK       VALUE 'S' FALSE 'N'.
       77 WS-RCB-ABERTO      PIC X     VALUE 'N'.
         88 RCB-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-DADOS-ABERTO    PIC X     VALUE 'N'.
         88 DADOS-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-LCT-ABERTO      PIC X     VALUE 'N'.
         88 LCT-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    PARCEIROS ATIVOS CUJA TABELA DE-PARA E CONSULTADA.
       01 WS-TAB-PARCEIROS.
          02 WS-TP-CODIGO OCCURS 99 TIMES PIC X(02).
       77 WS-QTD-PARCEIROS   PIC 9(02) VALUE ZEROS.
       77 WS-IDX-PARC        PIC 9(02) VALUE ZEROS.
       77 WS-PARC-CORRENTE   PIC X(02) VALUE SPACES.
      *    RESULTADO DA IDENTIFICACAO DO RECEBIMENTO CORRENTE.
       77 WS-IDENTIFICACAO   PIC X     VALUE SPACES.
         88 IDENT-NENHUM               VALUE 'N'.
         88 IDENT-UNICO                VALUE 'U'.
         88 IDENT-AMBIGUO              VALUE 'A'.
         88 IDENT-INVALIDO             VALUE 'I'.
       77 WS-COD-CANDIDATO   PIC 9(07) VALUE ZEROS.
       77 WS-COD-ACHADO      PIC 9(07) VALUE ZEROS.
       01 WS-DATA-VALOR      PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VALOR-R REDEFINES WS-DATA-VALOR.
          02 WS-VAL-ANO      PIC 9(04).
          02 WS-VAL-MES      PIC 9(02).
          02 WS-VAL-DIA      PIC 9(02).
       77 WS-DATA-OBTER      PIC X     VALUE SPACES.
       77 WS-DATA-VALIDA     PIC X     VALUE SPACES.
       77 WS-MOTIVO-SUSP     PIC X(02) VALUE SPACES.
       77 WS-SEQ-SUSP        PIC 9(03) VALUE ZEROS.
      *    TOTAIS DE CONTROLE: ARQUIVO = LANCADO + SUSPENSO.
       77 WS-QTD-ARQUIVO     PIC 9(07) VALUE ZEROS.
       77 WS-VAL-ARQUIVO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-LANCADOS    PIC 9(07) VALUE ZEROS.
       77 WS-VAL-LANCADOS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-SUSPENSOS   PIC 9(07) VALUE ZEROS.
       77 WS-VAL-SUSPENSOS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-FALHAS      PIC 9(07) VALUE ZEROS.
       77 WS-VAL-FALHAS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TEM-TRAILER     PIC X     VALUE 'N'.
         88 TEM-TRAILER                VALUE 'S' FALSE 'N'.
       77 WS-QTD-TRAILER     PIC 9(07) VALUE ZEROS.
       77 WS-DATA-TRAILER    PIC 9(08) VALUE ZEROS.
       77 WS-VAL-TRAILER     PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA       PIC S9(11)V99 VALUE ZEROS.
       77 WS-CONCILIADO      PIC X     VALUE 'S'.
         88 ARQUIVO-CONCILIADO         VALUE 'S' FALSE 'N'.
      *    IDENTIDADE DO ARQUIVO NO REGISTRO DE APLICADOS, LEVANTADA
      *    NUMA LEITURA PREVIA (O TRAILER VEM NO FIM DO ARQUIVO).
       77 WS-REPETIDO        PIC X     VALUE 'N'.
         88 ARQUIVO-REPETIDO           VALUE 'S' FALSE 'N'.
       77 WS-PREV-QTD        PIC 9(07) VALUE ZEROS.
       77 WS-PREV-VAL        PIC 9(11)V99 VALUE ZEROS.
       77 WS-PREV-DATA       PIC 9(08) VALUE ZEROS.
       01 WS-CHAVE-ARQUIVO.
          02 WS-CHV-DATA     PIC 9(08) VALUE ZEROS.
          02 WS-CHV-QTD      PIC 9(07) VALUE ZEROS.
          02 WS-CHV-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77 WS-DATA-ED         PIC 9999/99/99.
       77 WS-VALOR-ED        PIC ZZZZZZ9,99.
       77 WS-TOTAL-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-ED          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-SITUACAO-REL    PIC X(30) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       77 WS-PARAMETROS      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** APLICACAO DOS RECEBIMENTOS DO BANCO *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           SET ST-RCB-OK TO TRUE.
           OPEN INPUT RECEBTO.
           IF NOT ST-RCB-OK
               DISPLAY 'ARQUIVO DE RECEBIMENTOS RECEBTO.TXT'
                       ' INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-RCB
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET RCB-ABERTO TO TRUE.
           PERFORM P0120-LEITURA-PREVIA THRU P0120-FIM.
           IF NOT RCB-ABERTO
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL - NENHUM RECEBIMENTO'
                       ' APLICADO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET DADOS-ABERTO TO TRUE.

           SET ST-LCT-OK TO TRUE.
           OPEN EXTEND LANCTOS.
           IF WS-ST-LCT EQUAL 35
               OPEN OUTPUT LANCTOS
           END-IF.
           IF ST-LCT-OK
               SET LCT-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-LCT
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0150-CARREGA-PARCEIROS THRU P0150-FIM.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-RELATORIO.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'CONTROLE DE RECEBIMENTOS DO BANCO' TO PRT-TITULO.
           MOVE WS-NOME-RELATORIO TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DE RECEBIMENTOS.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               DISPLAY 'OS RECEBIMENTOS SERAO APLICADOS SEM O'
                       ' RELATORIO.'
           END-IF.

           MOVE 'DOCUMENTO       DATA VALOR      VALOR REFERENCIA'
             TO WS-LINHA-RELATORIO.
           MOVE '           SITUACAO' TO WS-LINHA-RELATORIO(50:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           PERFORM P0130-CONFERE-REPETIDO THRU P0130-FIM.
           IF ARQUIVO-REPETIDO
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0120-LEITURA-PREVIA.
      *    A IDENTIDADE DO ARQUIVO E A DO TRAILER DO BANCO (DATA,
      *    QUANTIDADE E TOTAL); SEM TRAILER, A MAIOR DATA VALOR E A
      *    QUANTIDADE E O TOTAL DOS DETALHES. O ARQUIVO E REABERTO
      *    PARA A APLICACAO.
           MOVE ZEROS TO WS-PREV-QTD WS-PREV-VAL WS-PREV-DATA
                         WS-CHAVE-ARQUIVO.
           SET TEM-TRAILER TO FALSE.
           PERFORM P0125-LE-PREVIA THRU P0125-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
           CLOSE RECEBTO.

           IF TEM-TRAILER
               MOVE WS-DATA-TRAILER TO WS-CHV-DATA
               MOVE WS-QTD-TRAILER  TO WS-CHV-QTD
               MOVE WS-VAL-TRAILER  TO WS-CHV-VALOR
           ELSE
               MOVE WS-PREV-DATA TO WS-CHV-DATA
               MOVE WS-PREV-QTD  TO WS-CHV-QTD
               MOVE WS-PREV-VAL  TO WS-CHV-VALOR
           END-IF.
           SET TEM-TRAILER TO FALSE.
           MOVE ZEROS TO WS-QTD-TRAILER WS-VAL-TRAILER
                         WS-DATA-TRAILER.

           SET ST-RCB-OK TO TRUE.
           OPEN INPUT RECEBTO.
           IF NOT ST-RCB-OK
               DISPLAY 'ERRO AO REABRIR RECEBTO.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-RCB
               SET RCB-ABERTO TO FALSE
           END-IF.
       P0120-FIM.

       P0125-LE-PREVIA.
           READ RECEBTO
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0125-FIM
           END-READ.
           IF RCB-TRAILER
               IF RTR-QUANTIDADE IS NUMERIC AND RTR-VALOR IS NUMERIC
                   SET TEM-TRAILER TO TRUE
                   MOVE RTR-QUANTIDADE TO WS-QTD-TRAILER
                   MOVE RTR-VALOR      TO WS-VAL-TRAILER
                   MOVE ZEROS          TO WS-DATA-TRAILER
                   IF RTR-DATA IS NUMERIC
                       MOVE RTR-DATA TO WS-DATA-TRAILER
                   END-IF
               END-IF
               GO TO P0125-FIM
           END-IF.
           ADD 1 TO WS-PREV-QTD.
           IF RCB-VALOR IS NUMERIC
               ADD RCB-VALOR TO WS-PREV-VAL
           END-IF.
           IF RCB-DATA-VALOR IS NUMERIC
              AND RCB-DATA-VALOR > WS-PREV-DATA
               MOVE RCB-DATA-VALOR TO WS-PREV-DATA
           END-IF.
       P0125-FIM.

       P0130-CONFERE-REPETIDO.
      *    ARQUIVO JA NO REGISTRO DE APLICADOS E RECUSADO INTEIRO -
      *    O BANCO REENVIOU OU O OPERADOR RODOU DE NOVO. SEM O
      *    REGISTRO A APLICACAO SEGUE, COM AVISO. O REGISTRO ACHADO
      *    FICA ABERTO PARA O P0520 O IMPRIMIR.
           SET ARQUIVO-REPETIDO TO FALSE.
           SET ST-RRG-OK TO TRUE.
           OPEN INPUT RECEBREG.
           IF WS-ST-RRG EQUAL 35
               GO TO P0130-FIM
           END-IF.
           IF NOT ST-RRG-OK
               DISPLAY 'REGISTRO DE ARQUIVOS APLICADOS RECEBREG.DAT'
                       ' INDISPONIVEL - REPETICAO NAO CONFERIDA.'
               DISPLAY 'FILE STATUS: ' WS-ST-RRG
               GO TO P0130-FIM
           END-IF.

           MOVE WS-CHAVE-ARQUIVO TO RRG-CHAVE.
           READ RECEBREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ARQUIVO-REPETIDO TO TRUE
           END-READ.
           IF NOT ARQUIVO-REPETIDO
               CLOSE RECEBREG
           END-IF.
       P0130-FIM.

       P0150-CARREGA-PARCEIROS.
      *    UMA TABELA DE-PARA POR PARCEIRO ATIVO; SEM O MESTRE DE
      *    PARCEIROS VALE A TABELA DO PARCEIRO ORIGINAL 01.
           MOVE ZEROS TO WS-QTD-PARCEIROS.
           SET ST-PARC-OK TO TRUE.
           OPEN INPUT PARCEIROS.

           IF NOT ST-PARC-OK
               MOVE 1    TO WS-QTD-PARCEIROS
               MOVE '01' TO WS-TP-CODIGO(1)
               GO TO P0150-FIM
           END-IF.

           SET FIM-PARC-OK TO FALSE.
           PERFORM P0155-LE-PARCEIRO THRU P0155-FIM
                   UNTIL FIM-PARC-OK.
           CLOSE PARCEIROS.
       P0150-FIM.

       P0155-LE-PARCEIRO.
           READ PARCEIROS NEXT RECORD
               AT END
                   SET FIM-PARC-OK TO TRUE
               NOT AT END
                   IF PARC-ATIVO
                       IF WS-QTD-PARCEIROS < 99
                           ADD 1 TO WS-QTD-PARCEIROS
                           MOVE PARC-CODIGO
                             TO WS-TP-CODIGO(WS-QTD-PARCEIROS)
                       ELSE
                           DISPLAY 'ALERTA: TABELA DE PARCEIROS CHEIA'
                                   ' (99) - PARCEIRO ' PARC-CODIGO
                                   ' NAO CONSULTADO.'
                       END-IF
                   END-IF
           END-READ.
       P0155-FIM.

       P0200-PROCESSA.
           READ RECEBTO
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
           END-READ.

           IF RCB-TRAILER
               PERFORM P0250-GUARDA-TRAILER THRU P0250-FIM
               GO TO P0200-FIM
           END-IF.

           ADD 1 TO WS-QTD-ARQUIVO.
           IF RCB-VALOR IS NUMERIC
               ADD RCB-VALOR TO WS-VAL-ARQUIVO
           END-IF.

           PERFORM P0300-IDENTIFICA THRU P0300-FIM.

           EVALUATE TRUE
               WHEN IDENT-UNICO
                   PERFORM P0400-GRAVA-CREDITO THRU P0400-FIM
               WHEN IDENT-AMBIGUO
                   MOVE 'RA' TO WS-MOTIVO-SUSP
                   PERFORM P0460-PARQUEIA-SUSPENSO THRU P0460-FIM
               WHEN IDENT-INVALIDO
                   MOVE 'RI' TO WS-MOTIVO-SUSP
                   PERFORM P0460-PARQUEIA-SUSPENSO THRU P0460-FIM
               WHEN OTHER
                   MOVE 'RN' TO WS-MOTIVO-SUSP
                   PERFORM P0460-PARQUEIA-SUSPENSO THRU P0460-FIM
           END-EVALUATE.

           PERFORM P0480-RELATA-RECEBIMENTO THRU P0480-FIM.
       P0200-FIM.

       P0250-GUARDA-TRAILER.
           IF RTR-QUANTIDADE IS NUMERIC AND RTR-VALOR IS NUMERIC
               SET TEM-TRAILER TO TRUE
               MOVE RTR-QUANTIDADE TO WS-QTD-TRAILER
               MOVE RTR-VALOR      TO WS-VAL-TRAILER
           ELSE
               DISPLAY 'TRAILER DO BANCO COM TOTAIS INVALIDOS -'
                       ' IGNORADO.'
           END-IF.
       P0250-FIM.

       P0300-IDENTIFICA.
      *    O RECEBIMENTO SO E LANCADO QUANDO A REFERENCIA LEVA A UM
      *    UNICO CODIGO CADASTRADO: PELO PROPRIO CODIGO (DIGITO
      *    VERIFICADOR CONFERIDO, SEM O REGIME DE AVISO - DINHEIRO
      *    NAO SE LANCA EM CODIGO MAL DIGITADO) E PELO DE-PARA DE
      *    TODOS OS PARCEIROS; DOIS CODIGOS DIFERENTES E AMBIGUO.
           MOVE ZEROS TO WS-COD-ACHADO.
           SET IDENT-NENHUM TO TRUE.

           IF NOT RCB-DETALHE
              OR RCB-DATA-VALOR IS NOT NUMERIC
              OR RCB-VALOR IS NOT NUMERIC
               SET IDENT-INVALIDO TO TRUE
               GO TO P0300-FIM
           END-IF.

           IF RCB-VALOR EQUAL ZEROS
               SET IDENT-INVALIDO TO TRUE
               GO TO P0300-FIM
           END-IF.

           MOVE RCB-DATA-VALOR TO WS-DATA-VALOR.
           MOVE 'N' TO WS-DATA-OBTER.
           MOVE SPACES TO WS-DATA-VALIDA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DATA-OBTER WS-VAL-ANO WS-VAL-MES
                     WS-VAL-DIA WS-DATA-VALIDA
           END-CALL.
           IF WS-DATA-VALIDA NOT EQUAL 'S'
               SET IDENT-INVALIDO TO TRUE
               GO TO P0300-FIM
           END-IF.

           IF RCB-REFERENCIA EQUAL SPACES
               GO TO P0300-FIM
           END-IF.

           IF RCB-REF-CODIGO IS NUMERIC
              AND RCB-REF-RESTO EQUAL SPACES
               MOVE RCB-REF-CODIGO TO WS-COD-CANDIDATO
               MOVE 'V' TO DIGV-FUNCAO
               MOVE WS-COD-CANDIDATO TO DIGV-CODIGO
               CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DIGVER'
                   USING WS-DIGV-AREA
               IF DIGV-COD-OK
                   PERFORM P0340-REGISTRA-CANDIDATO THRU P0340-FIM
               END-IF
           END-IF.

           IF RCB-REFERENCIA(11:10) EQUAL SPACES
               MOVE 1 TO WS-IDX-PARC
               PERFORM P0320-CONSULTA-XREF THRU P0320-FIM
                       UNTIL WS-IDX-PARC > WS-QTD-PARCEIROS
                          OR IDENT-AMBIGUO
           END-IF.
       P0300-FIM.

       P0320-CONSULTA-XREF.
           MOVE WS-TP-CODIGO(WS-IDX-PARC) TO WS-PARC-CORRENTE.
           ADD 1 TO WS-IDX-PARC.

           MOVE SPACES TO WS-ARQ-XREFPART-DAT.
           STRING WS-ARQ-PREF-XREF DELIMITED BY SPACE
                  WS-PARC-CORRENTE DELIMITED BY SIZE
                  INTO WS-ARQ-XREFPART-DAT.

           SET ST-XREF-OK TO TRUE.
           OPEN INPUT XREFPART.
           IF NOT ST-XREF-OK
               GO TO P0320-FIM
           END-IF.

           MOVE RCB-REFERENCIA(1:10) TO XREF-ID-PARCEIRO.
           READ XREFPART
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XREF-COD-DADOS TO WS-COD-CANDIDATO
                   PERFORM P0340-REGISTRA-CANDIDATO THRU P0340-FIM
           END-READ.
           CLOSE XREFPART.
       P0320-FIM.

       P0340-REGISTRA-CANDIDATO.
      *    CANDIDATO QUE NAO ESTA MAIS NO CADASTRO (DE-PARA ANTIGO)
      *    NAO CONTA; O MESMO CODIGO ACHADO POR DOIS CAMINHOS
      *    CONTINUA UNICO.
           MOVE WS-COD-CANDIDATO TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   GO TO P0340-FIM
           END-READ.

           IF IDENT-NENHUM
               MOVE WS-COD-CANDIDATO TO WS-COD-ACHADO
               SET IDENT-UNICO TO TRUE
           ELSE
               IF WS-COD-CANDIDATO NOT EQUAL WS-COD-ACHADO
                   SET IDENT-AMBIGUO TO TRUE
               END-IF
           END-IF.
       P0340-FIM.

       P0400-GRAVA-CREDITO.
      *    O CREDITO SEGUE PARA O MOTOR DE LANCAMENTOS, QUE CRITICA
      *    PERIODO, LIMITES E ALCADA E GUARDA DATA VALOR FUTURA NO
      *    ARMAZEM, COMO QUALQUER TRANSACAO DIGITADA.
           MOVE WS-COD-ACHADO  TO LCT-COD-DADOS.
           MOVE 'C'            TO LCT-TIPO.
           MOVE RCB-VALOR      TO LCT-VALOR.
           MOVE 'REC'          TO LCT-MOTIVO.
           MOVE RCB-DATA-VALOR TO LCT-DATA.
           WRITE RG-LANCTO.

           IF ST-LCT-OK
               ADD 1         TO WS-QTD-LANCADOS
               ADD RCB-VALOR TO WS-VAL-LANCADOS
               MOVE SPACES TO WS-SITUACAO-REL
               STRING 'LANCADO NO CODIGO ' WS-COD-ACHADO
                      DELIMITED BY SIZE INTO WS-SITUACAO-REL
           ELSE
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT - DOCUMENTO '
                       RCB-DOCUMENTO '.'
               DISPLAY 'FILE STATUS: ' WS-ST-LCT
               ADD 1         TO WS-QTD-FALHAS
               ADD RCB-VALOR TO WS-VAL-FALHAS
               MOVE 'FALHA - NAO LANCADO' TO WS-SITUACAO-REL
           END-IF.
       P0400-FIM.

       P0460-PARQUEIA-SUSPENSO.
      *    RECEBIMENTO SEM CODIGO CERTO VAI PARA A FILA CENTRAL DE
      *    SUSPENSOS COM O REGISTRO DO BANCO INTEIRO; O SUSPMNT PEDE
      *    O CODIGO E GERA O CREDITO.
           SET ST-SUSP-OK TO TRUE.
           OPEN I-O SUSPENSO.

           IF WS-ST-SUSP EQUAL 35 THEN
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.

           IF NOT ST-SUSP-OK THEN
               DISPLAY 'FILA DE SUSPENSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-SUSP
               PERFORM P0470-CONTA-FALHA THRU P0470-FIM
               GO TO P0460-FIM
           END-IF.

           ACCEPT SUSP-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
           MOVE WS-AGORA(1:6) TO SUSP-HORA.
           ADD 1 TO WS-SEQ-SUSP.
           MOVE WS-SEQ-SUSP    TO SUSP-SEQ.
           MOVE 'RECEBAPL'     TO SUSP-ORIGEM.
           MOVE WS-MOTIVO-SUSP TO SUSP-MOTIVO.
           MOVE RG-RECEB       TO SUSP-REGISTRO.
           WRITE RG-SUSPENSO
               INVALID KEY
                   DISPLAY 'ERRO AO PARQUEAR O RECEBIMENTO NA'
                           ' FILA DE SUSPENSOS.'
                   PERFORM P0470-CONTA-FALHA THRU P0470-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-SUSPENSOS
                   IF RCB-VALOR IS NUMERIC
                       ADD RCB-VALOR TO WS-VAL-SUSPENSOS
                   END-IF
                   MOVE SPACES TO WS-SITUACAO-REL
                   EVALUATE WS-MOTIVO-SUSP
                       WHEN 'RA'
                           MOVE 'SUSPENSO RA - AMBIGUO'
                             TO WS-SITUACAO-REL
                       WHEN 'RI'
                           MOVE 'SUSPENSO RI - INVALIDO'
                             TO WS-SITUACAO-REL
                       WHEN OTHER
                           MOVE 'SUSPENSO RN - NAO IDENTIFICADO'
                             TO WS-SITUACAO-REL
                   END-EVALUATE
           END-WRITE.
           CLOSE SUSPENSO.
       P0460-FIM.

       P0470-CONTA-FALHA.
           ADD 1 TO WS-QTD-FALHAS.
           IF RCB-VALOR IS NUMERIC
               ADD RCB-VALOR TO WS-VAL-FALHAS
           END-IF.
           MOVE 'FALHA - NAO SUSPENSO' TO WS-SITUACAO-REL.
       P0470-FIM.

       P0480-RELATA-RECEBIMENTO.
           IF RCB-VALOR IS NUMERIC
               MOVE RCB-VALOR TO WS-VALOR-ED
           ELSE
               MOVE ZEROS TO WS-VALOR-ED
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING RCB-DOCUMENTO ' ' RCB-DATA-VALOR ' ' WS-VALOR-ED
                  ' ' RCB-REFERENCIA ' ' WS-SITUACAO-REL
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0480-FIM.

       P0500-FINALIZA.
           IF RCB-ABERTO
               CLOSE RECEBTO
           END-IF.
           IF DADOS-ABERTO
               CLOSE DADOS1
           END-IF.
           IF LCT-ABERTO
               CLOSE LANCTOS
           END-IF.

           IF NOT LCT-ABERTO
               GO TO P0500-FIM
           END-IF.

           IF ARQUIVO-REPETIDO
               PERFORM P0520-RELATA-REPETIDO THRU P0520-FIM
               GO TO P0500-FIM
           END-IF.

      *    O ARQUIVO FECHA QUANDO TUDO O QUE FOI LIDO FOI LANCADO OU
      *    SUSPENSO E, HAVENDO TRAILER, ELE BATE COM O LIDO.
           COMPUTE WS-DIFERENCA = WS-VAL-ARQUIVO - WS-VAL-LANCADOS
                                - WS-VAL-SUSPENSOS.
           SET ARQUIVO-CONCILIADO TO TRUE.
           IF WS-DIFERENCA NOT EQUAL ZEROS
              OR WS-QTD-FALHAS > ZEROS
               SET ARQUIVO-CONCILIADO TO FALSE
           END-IF.
           IF TEM-TRAILER
               IF WS-QTD-TRAILER NOT EQUAL WS-QTD-ARQUIVO
                  OR WS-VAL-TRAILER NOT EQUAL WS-VAL-ARQUIVO
                   SET ARQUIVO-CONCILIADO TO FALSE
               END-IF
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CONTROLE DO ARQUIVO' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE WS-VAL-ARQUIVO TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'LIDOS NO ARQUIVO..: ' WS-QTD-ARQUIVO ' '
                  WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE WS-VAL-LANCADOS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'LANCADOS..........: ' WS-QTD-LANCADOS ' '
                  WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE WS-VAL-SUSPENSOS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'SUSPENSOS.........: ' WS-QTD-SUSPENSOS ' '
                  WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF WS-QTD-FALHAS > ZEROS
               MOVE WS-VAL-FALHAS TO WS-TOTAL-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'FALHAS DE GRAVACAO: ' WS-QTD-FALHAS ' '
                      WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DIFERENCA.........:         ' WS-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF TEM-TRAILER
               MOVE WS-VAL-TRAILER TO WS-TOTAL-ED
               STRING 'TRAILER DO BANCO..: ' WS-QTD-TRAILER ' '
                      WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
               MOVE 'TRAILER DO BANCO..: AUSENTE NO ARQUIVO'
                 TO WS-LINHA-RELATORIO
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF ARQUIVO-CONCILIADO
               MOVE 'ARQUIVO CONCILIADO' TO PRT-LINHA
           ELSE
               MOVE 'ARQUIVO DIVERGENTE - CONFIRA OS RECEBIMENTOS'
                 TO PRT-LINHA
           END-IF.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
           PERFORM P0550-REGISTRA-ARQUIVO THRU P0550-FIM.

           DISPLAY '***********************************************'.
           DISPLAY 'RECEBIMENTOS LIDOS....: ' WS-QTD-ARQUIVO.
           DISPLAY 'LANCADOS (LANCTOS.TXT): ' WS-QTD-LANCADOS.
           DISPLAY 'SUSPENSOS.............: ' WS-QTD-SUSPENSOS.
           DISPLAY 'FALHAS DE GRAVACAO....: ' WS-QTD-FALHAS.
           IF ARQUIVO-CONCILIADO
               DISPLAY 'ARQUIVO CONCILIADO.'
           ELSE
               DISPLAY 'ARQUIVO DIVERGENTE - VER O CONTROLE.'
           END-IF.
           DISPLAY 'CONTROLE GRAVADO EM RECEBAPL.' WS-HOJE '.TXT'.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0520-RELATA-REPETIDO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'ARQUIVO RECUSADO - JA APLICADO' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE RRG-DATA-ARQ TO WS-DATA-ED.
           MOVE RRG-VALOR    TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ARQUIVO DO BANCO..: ' WS-DATA-ED ' '
                  RRG-QUANTIDADE ' ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE RRG-DATA-APLIC TO WS-DATA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'APLICADO EM.......: ' WS-DATA-ED ' '
                  RRG-HORA-APLIC ' LANCADOS ' RRG-LANCADOS
                  ' SUSPENSOS ' RRG-SUSPENSOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'NENHUM RECEBIMENTO LANCADO NEM SUSPENSO.'
             TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.

           DISPLAY '***********************************************'.
           DISPLAY 'ARQUIVO DE RECEBIMENTOS JA APLICADO EM '
                   RRG-DATA-APLIC ' - RECUSADO.'
           CLOSE RECEBREG.
           DISPLAY 'CONTROLE GRAVADO EM RECEBAPL.' WS-HOJE '.TXT'.
           DISPLAY '***********************************************'.
       P0520-FIM.

       P0550-REGISTRA-ARQUIVO.
      *    SO ARQUIVO COM RECEBIMENTOS ENTRA NO REGISTRO; A FALHA AO
      *    REGISTRAR E AVISADA, POIS O ARQUIVO FICA SEM PROTECAO
      *    CONTRA UMA SEGUNDA APLICACAO.
           IF WS-QTD-ARQUIVO EQUAL ZEROS
               GO TO P0550-FIM
           END-IF.

           SET ST-RRG-OK TO TRUE.
           OPEN I-O RECEBREG.
           IF WS-ST-RRG EQUAL 35
               OPEN OUTPUT RECEBREG
               CLOSE RECEBREG
               OPEN I-O RECEBREG
           END-IF.
           IF NOT ST-RRG-OK
               DISPLAY 'ALERTA: ARQUIVO NAO REGISTRADO COMO APLICADO'
                       ' - RECEBREG.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-RRG
               GO TO P0550-FIM
           END-IF.

           MOVE WS-CHAVE-ARQUIVO TO RRG-CHAVE.
           IF TEM-TRAILER
               MOVE 'S' TO RRG-TRAILER
           ELSE
               MOVE 'N' TO RRG-TRAILER
           END-IF.
           ACCEPT RRG-DATA-APLIC FROM DATE YYYYMMDD.
           ACCEPT RRG-HORA-APLIC FROM TIME.
           MOVE WS-QTD-LANCADOS  TO RRG-LANCADOS.
           MOVE WS-QTD-SUSPENSOS TO RRG-SUSPENSOS.
           WRITE RG-RECEBREG
               INVALID KEY
                   DISPLAY 'ALERTA: ARQUIVO JA CONSTAVA NO REGISTRO'
                           ' DE APLICADOS.'
           END-WRITE.
           CLOSE RECEBREG.
       P0550-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       P0600-REGISTRA-CATALOGO.
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
               MOVE 'RECEBAPL' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO WS-PARAMETROS
               STRING 'RECEBIMENTOS ' WS-QTD-ARQUIVO
                      DELIMITED BY SIZE INTO WS-PARAMETROS
               MOVE WS-PARAMETROS      TO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
               WRITE RG-RELCAT
                   INVALID KEY
                       REWRITE RG-RELCAT
               END-WRITE
               CLOSE RELCAT
           ELSE
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CAT
           END-IF.
       P0600-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'RECEBTO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RECEBTO-TXT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'XREFPART.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-XREF.
           MOVE 'PARCEIRO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PARCEIRO-DAT.
           MOVE 'LANCTOS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LANCTOS-TXT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'RECEBREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RECEBREG-DAT.
           MOVE 'RECEBAPL.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
