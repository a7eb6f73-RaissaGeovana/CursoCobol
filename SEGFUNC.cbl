      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conflitos de segregacao de funcoes - relatorio
      *          periodico dos casos em que o mesmo operador fez as
      *          duas metades de uma cadeia sensivel:
      *          1) incluiu um codigo e depois o removeu (DELDADOS)
      *             ou o fundiu em outro (MERGECOD) - diario corrente
      *             (DIARIO.TXT) e historico (DIARIOH.DAT); a fusao e
      *             amarrada a inclusao pelo nome, porque o MERGECOD
      *             reaponta o diario do duplicado para o
      *             sobrevivente;
      *          2) lancou um credito (MOVHIST.TXT) que foi pago pelo
      *             banco (instrucao paga no PAGCTL.DAT) e tambem
      *             lancou o debito da saida do dinheiro, mesmo
      *             codigo e valor (liquido ou bruto);
      *          3) concedeu alcada a si mesmo (ALCADA.DAT com
      *             ALC-CONCEDIDO-POR = ALC-OPER, ainda ativa);
      *          4) alterou um registro (ALTDADOS, MASSUPD, NOMEPAD,
      *             DESLMNT, CORRAPL ou pedido ainda no PENDALT.DAT)
      *             e tambem aprovou pelo APRALT uma alteracao
      *             pendente do mesmo codigo, em qualquer ordem.
      *          Cada achado mostra os dois eventos e o intervalo
      *          entre eles. O periodo informado filtra pelo segundo
      *          evento; o primeiro pode ser anterior. Saida pelo
      *          PRINTSRV em SEGFUNC.AAAAMMDD.TXT, registrada no
      *          catalogo de relatorios.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          achados de operadores da empresa dele (OPERMST.DAT).
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
              SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST.

              SELECT DIARIOH ASSIGN TO WS-ARQ-DIARIOH-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS HISTJ-CHAVE
              ALTERNATE RECORD KEY IS HISTJ-COD-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DIARIOH.

              SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST-PEND.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT PAGCTL ASSIGN TO WS-ARQ-PAGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-CTL.

              SELECT ALCADA ASSIGN TO WS-ARQ-ALCADA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS ALC-CHAVE
              FILE STATUS IS WS-ST-ALC.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT WORKSEG ASSIGN TO WS-ARQ-WORKSEG-TMP.

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
       FD DIARIO.
       COPY FD_DIARIO.

       FD DIARIOH.
       COPY FD_DIARIOH.

       FD PENDALT.
       COPY FD_PENDALT.

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

       FD PAGCTL.
       COPY FD_PAGCTL.

       FD ALCADA.
       COPY FD_ALCADA.

       FD OPERMST.
       COPY FD_OPER.

       SD WORKSEG.
      *    EVENTOS DO DIARIO AGRUPADOS POR OPERADOR E CODIGO ('C') OU
      *    POR OPERADOR E NOME ('N', SO INCLUSOES E FUSOES).
       01 SD-EVENTO.
          02 SD-OPERADOR     PIC X(08).
          02 SD-GRUPO.
             03 SD-GRUPO-TIPO  PIC X(01).
             03 SD-GRUPO-VALOR PIC X(20).
          02 SD-DATA         PIC 9(08).
          02 SD-HORA         PIC 9(06).
          02 SD-TIPO         PIC X(01).
             88 SD-CRIACAO       VALUE 'I'.
             88 SD-REMOCAO       VALUE 'E'.
             88 SD-MUDANCA       VALUE 'M'.
             88 SD-PEDIDO        VALUE 'P'.
             88 SD-APROVACAO     VALUE 'V'.
          02 SD-COD-DADOS    PIC 9(07).
          02 SD-PROGRAMA     PIC X(08).
          02 SD-NOME         PIC X(20).

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       77  WS-ARQ-DIARIO-TXT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIOH-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDALT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PAGCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-ALCADA-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKSEG-TMP   PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DIARIOH      PIC 99.
         88 ST-DIARIOH-OK     VALUE 0.
       77 WS-ST-PEND         PIC 99.
         88 ST-PEND-OK        VALUE 0.
       77 WS-ST-MOV          PIC 99.
         88 ST-MOV-OK         VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-ALC          PIC 99.
         88 ST-ALC-OK         VALUE 0.
       77 WS-ST-OPER         PIC 99.
         88 ST-OPER-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-OPER-ABERTO     PIC X     VALUE 'N'.
         88 OPER-ABERTO                VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INICIAL    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL      PIC 9(08) VALUE ZEROS.
      *    EVENTO LIDO DO DIARIO/HISTORICO/PENDENTES, ANTES DE
      *    CLASSIFICAR.
       77 WS-EV-PROGRAMA     PIC X(08) VALUE SPACES.
       77 WS-EV-OPERACAO     PIC X(01) VALUE SPACES.
       77 WS-EV-COD          PIC 9(07) VALUE ZEROS.
       77 WS-EV-NOME         PIC X(20) VALUE SPACES.
       77 WS-EV-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-EV-HORA         PIC 9(06) VALUE ZEROS.
       77 WS-EV-OPERADOR     PIC X(08) VALUE SPACES.
      *    QUEBRA POR OPERADOR + GRUPO E ULTIMOS EVENTOS DO GRUPO.
       77 WS-OPER-ATUAL      PIC X(08) VALUE SPACES.
       77 WS-GRUPO-ATUAL     PIC X(21) VALUE SPACES.
       01 WS-CRIACAO.
          02 WS-CRI-OK       PIC X(01) VALUE 'N'.
             88 CRIACAO-OK            VALUE 'S' FALSE 'N'.
          02 WS-CRI-DATA     PIC 9(08).
          02 WS-CRI-HORA     PIC 9(06).
          02 WS-CRI-COD      PIC 9(07).
          02 WS-CRI-PROGRAMA PIC X(08).
       01 WS-MUDANCA.
          02 WS-MUD-OK       PIC X(01) VALUE 'N'.
             88 MUDANCA-OK            VALUE 'S' FALSE 'N'.
          02 WS-MUD-DATA     PIC 9(08).
          02 WS-MUD-HORA     PIC 9(06).
          02 WS-MUD-TIPO     PIC X(01).
          02 WS-MUD-PROGRAMA PIC X(08).
       01 WS-APROVACAO.
          02 WS-APR-OK       PIC X(01) VALUE 'N'.
             88 APROVACAO-OK          VALUE 'S' FALSE 'N'.
          02 WS-APR-DATA     PIC 9(08).
          02 WS-APR-HORA     PIC 9(06).
      *    ACHADO A IMPRIMIR: OS DOIS EVENTOS E O INTERVALO.
       77 WS-ACH-TITULO      PIC X(40) VALUE SPACES.
       77 WS-ACH-OPERADOR    PIC X(08) VALUE SPACES.
       77 WS-ACH-COD         PIC 9(07) VALUE ZEROS.
       77 WS-A-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-A-HORA          PIC 9(06) VALUE ZEROS.
       77 WS-A-DESC          PIC X(50) VALUE SPACES.
       77 WS-B-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-B-HORA          PIC 9(06) VALUE ZEROS.
       77 WS-B-DESC          PIC X(50) VALUE SPACES.
       77 WS-DESC-TIPO       PIC X(20) VALUE SPACES.
      *    INTERVALO EM SEGUNDOS A PARTIR DO DIA SERIAL.
       01 WS-HORA-CALC       PIC 9(06) VALUE ZEROS.
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
          02 WS-HC-HH        PIC 9(02).
          02 WS-HC-MM        PIC 9(02).
          02 WS-HC-SS        PIC 9(02).
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2         PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3         PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA    PIC S9(07) COMP VALUE ZEROS.
       77 WS-SEG-A           PIC S9(13) COMP VALUE ZEROS.
       77 WS-SEG-B           PIC S9(13) COMP VALUE ZEROS.
       77 WS-SEG-DIF         PIC S9(13) COMP VALUE ZEROS.
       77 WS-SEG-RESTO       PIC S9(13) COMP VALUE ZEROS.
       77 WS-INT-DIAS        PIC 9(05) VALUE ZEROS.
       77 WS-INT-HH          PIC 9(02) VALUE ZEROS.
       77 WS-INT-MM          PIC 9(02) VALUE ZEROS.
      *    INSTRUCOES PAGAS COM A REFERENCIA DO CREDITO DE ORIGEM.
       01 WS-TAB-PAGAS.
          02 WS-PG OCCURS 3000 TIMES.
             03 WS-PG-REF        PIC 9(09).
             03 WS-PG-COD        PIC 9(07).
             03 WS-PG-VALOR      PIC S9(09)V99.
             03 WS-PG-BRUTO      PIC S9(09)V99.
             03 WS-PG-DATA       PIC 9(08).
             03 WS-PG-CRED-OK    PIC X(01).
             03 WS-PG-CRED-OPER  PIC X(08).
             03 WS-PG-CRED-DATA  PIC 9(08).
             03 WS-PG-CRED-HORA  PIC 9(06).
             03 WS-PG-USADO      PIC X(01).
       77 WS-QTD-PG          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-PG          PIC 9(04) VALUE ZEROS.
       77 WS-PG-ACHADO       PIC 9(04) VALUE ZEROS.
       77 WS-PG-FORA         PIC 9(05) VALUE ZEROS.
      *    CONTADORES.
       77 WS-CONT-EVENTOS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-T1         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-T2         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-T3         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-T4         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SECAO      PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
       COPY EMPRSRV_WS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.

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
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF SAIDA-ABERTA
               SORT WORKSEG
                   ON ASCENDING KEY SD-OPERADOR SD-GRUPO
                                    SD-DATA SD-HORA
                   INPUT PROCEDURE  IS P0200-COLETA
                                  THRU P0200-FIM
                   OUTPUT PROCEDURE IS P0300-ANALISA
                                  THRU P0300-FIM
               PERFORM P0400-PAGAMENTOS THRU P0400-FIM
               PERFORM P0450-ALCADAS THRU P0450-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '***** CONFLITOS DE SEGREGACAO DE FUNCOES *****'.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): '
           ACCEPT WS-DATA-INICIAL.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE): '
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY 'DATA INICIAL POSTERIOR A FINAL.'
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO PRT-TITULO.
           STRING 'CONFLITOS DE SEGREGACAO DE FUNCOES - '
                  WS-DATA-INICIAL ' A ' WS-DATA-FINAL
                  DELIMITED BY SIZE INTO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0100-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO OPERADORES DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    SEM O CADASTRO DE OPERADORES O ACHADO SO SAI NA VISAO
      *    CONSOLIDADA.
           SET ST-OPER-OK TO TRUE.
           OPEN INPUT OPERMST.
           IF ST-OPER-OK
               SET OPER-ABERTO TO TRUE
           END-IF.
       P0100-FIM.

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

      ******************************************************************
      * COLETA DOS EVENTOS DO DIARIO, DO HISTORICO E DOS PENDENTES
      ******************************************************************
       P0200-COLETA.
           SET ST-OK TO TRUE.
           OPEN INPUT DIARIO.
           IF ST-OK
               SET FIM-OK TO FALSE
               PERFORM P0210-LE-DIARIO THRU P0210-FIM
                       UNTIL FIM-OK
               CLOSE DIARIO
           ELSE
               DISPLAY 'DIARIO.TXT INDISPONIVEL - SEGUE SEM ELE.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.

      *    SEM O HISTORICO (NENHUMA VIRADA DO DIARIO AINDA) SO O
      *    DIARIO CORRENTE E ANALISADO.
           SET ST-DIARIOH-OK TO TRUE.
           OPEN INPUT DIARIOH.
           IF ST-DIARIOH-OK
               SET FIM-OK TO FALSE
               PERFORM P0220-LE-DIARIOH THRU P0220-FIM
                       UNTIL FIM-OK
               CLOSE DIARIOH
           END-IF.

           SET ST-PEND-OK TO TRUE.
           OPEN INPUT PENDALT.
           IF ST-PEND-OK
               SET FIM-OK TO FALSE
               PERFORM P0230-LE-PENDENTE THRU P0230-FIM
                       UNTIL FIM-OK
               CLOSE PENDALT
           END-IF.
       P0200-FIM.

       P0210-LE-DIARIO.
           READ DIARIO
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.
           MOVE DIARIO-PROGRAMA  TO WS-EV-PROGRAMA.
           MOVE DIARIO-OPERACAO  TO WS-EV-OPERACAO.
           MOVE DIARIO-COD-DADOS TO WS-EV-COD.
           MOVE DIARIO-NOM-DADOS TO WS-EV-NOME.
           MOVE DIARIO-DATA      TO WS-EV-DATA.
           MOVE DIARIO-HORA      TO WS-EV-HORA.
           MOVE DIARIO-OPERADOR  TO WS-EV-OPERADOR.
           PERFORM P0250-CLASSIFICA THRU P0250-FIM.
       P0210-FIM.

       P0220-LE-DIARIOH.
           READ DIARIOH NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0220-FIM
           END-READ.
           MOVE HISTJ-PROGRAMA   TO WS-EV-PROGRAMA.
           MOVE HISTJ-OPERACAO   TO WS-EV-OPERACAO.
           MOVE HISTJ-COD-DADOS  TO WS-EV-COD.
           MOVE HISTJ-NOM-DADOS  TO WS-EV-NOME.
           MOVE HISTJ-DATA       TO WS-EV-DATA.
           MOVE HISTJ-HORA       TO WS-EV-HORA.
           MOVE HISTJ-OPERADOR   TO WS-EV-OPERADOR.
           PERFORM P0250-CLASSIFICA THRU P0250-FIM.
       P0220-FIM.

       P0230-LE-PENDENTE.
      *    O PEDIDO AINDA NA FILA E UMA ALTERACAO FEITA PELO
      *    OPERADOR QUE O SUBMETEU.
           READ PENDALT NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0230-FIM
           END-READ.
           IF PEND-DATA > WS-DATA-FINAL
              OR PEND-OPERADOR EQUAL SPACES
               GO TO P0230-FIM
           END-IF.
           MOVE PEND-OPERADOR    TO SD-OPERADOR.
           MOVE 'C'              TO SD-GRUPO-TIPO.
           MOVE SPACES           TO SD-GRUPO-VALOR.
           MOVE PEND-COD-DADOS   TO SD-GRUPO-VALOR(1:7).
           MOVE PEND-DATA        TO SD-DATA.
           MOVE PEND-HORA        TO SD-HORA.
           SET SD-PEDIDO         TO TRUE.
           MOVE PEND-COD-DADOS   TO SD-COD-DADOS.
           MOVE 'ALTDADOS'       TO SD-PROGRAMA.
           MOVE PEND-NOME-NOVO   TO SD-NOME.
           RELEASE SD-EVENTO.
           ADD 1 TO WS-CONT-EVENTOS.
       P0230-FIM.

       P0250-CLASSIFICA.
           IF WS-EV-DATA > WS-DATA-FINAL
              OR WS-EV-OPERADOR EQUAL SPACES
               GO TO P0250-FIM
           END-IF.

           MOVE WS-EV-OPERADOR TO SD-OPERADOR.
           MOVE WS-EV-DATA     TO SD-DATA.
           MOVE WS-EV-HORA     TO SD-HORA.
           MOVE WS-EV-COD      TO SD-COD-DADOS.
           MOVE WS-EV-PROGRAMA TO SD-PROGRAMA.
           MOVE WS-EV-NOME     TO SD-NOME.

           EVALUATE TRUE
               WHEN WS-EV-OPERACAO EQUAL 'I'
      *            A INCLUSAO ENTRA PELO CODIGO (REMOCAO) E PELO NOME
      *            (FUSAO, CUJO DIARIO FOI REAPONTADO).
                   SET SD-CRIACAO TO TRUE
                   PERFORM P0260-LIBERA-CODIGO THRU P0260-FIM
                   IF WS-EV-NOME NOT EQUAL SPACES
                       PERFORM P0265-LIBERA-NOME THRU P0265-FIM
                   END-IF
               WHEN WS-EV-OPERACAO EQUAL 'E'
                AND WS-EV-PROGRAMA EQUAL 'DELDADOS'
                   SET SD-REMOCAO TO TRUE
                   PERFORM P0260-LIBERA-CODIGO THRU P0260-FIM
               WHEN WS-EV-OPERACAO EQUAL 'E'
                AND WS-EV-PROGRAMA EQUAL 'MERGECOD'
                   SET SD-REMOCAO TO TRUE
                   PERFORM P0265-LIBERA-NOME THRU P0265-FIM
               WHEN WS-EV-OPERACAO EQUAL 'A'
                AND WS-EV-PROGRAMA EQUAL 'APRALT'
                   SET SD-APROVACAO TO TRUE
                   PERFORM P0260-LIBERA-CODIGO THRU P0260-FIM
               WHEN WS-EV-OPERACAO EQUAL 'A'
                AND (WS-EV-PROGRAMA EQUAL 'ALTDADOS'
                  OR WS-EV-PROGRAMA EQUAL 'MASSUPD'
                  OR WS-EV-PROGRAMA EQUAL 'NOMEPAD'
                  OR WS-EV-PROGRAMA EQUAL 'DESLMNT'
                  OR WS-EV-PROGRAMA EQUAL 'CORRAPL')
                   SET SD-MUDANCA TO TRUE
                   PERFORM P0260-LIBERA-CODIGO THRU P0260-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P0250-FIM.

       P0260-LIBERA-CODIGO.
           MOVE 'C'       TO SD-GRUPO-TIPO.
           MOVE SPACES    TO SD-GRUPO-VALOR.
           MOVE WS-EV-COD TO SD-GRUPO-VALOR(1:7).
           RELEASE SD-EVENTO.
           ADD 1 TO WS-CONT-EVENTOS.
       P0260-FIM.

       P0265-LIBERA-NOME.
           MOVE 'N'        TO SD-GRUPO-TIPO.
           MOVE WS-EV-NOME TO SD-GRUPO-VALOR.
           RELEASE SD-EVENTO.
           ADD 1 TO WS-CONT-EVENTOS.
       P0265-FIM.

      ******************************************************************
      * ANALISE DOS EVENTOS POR OPERADOR E CODIGO/NOME
      ******************************************************************
       P0300-ANALISA.
           MOVE 'INCLUSAO/REMOCAO E ALTERACAO/APROVACAO PELO MESMO'
             TO WS-LINHA-RELATORIO.
           MOVE 'OPERADOR' TO WS-LINHA-RELATORIO(52:8).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKSEG
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-OPERADOR NOT EQUAL WS-OPER-ATUAL
              OR SD-GRUPO NOT EQUAL WS-GRUPO-ATUAL
               MOVE SD-OPERADOR TO WS-OPER-ATUAL
               MOVE SD-GRUPO    TO WS-GRUPO-ATUAL
               SET CRIACAO-OK   TO FALSE
               SET MUDANCA-OK   TO FALSE
               SET APROVACAO-OK TO FALSE
           END-IF.

           EVALUATE TRUE
               WHEN SD-CRIACAO
                   SET CRIACAO-OK TO TRUE
                   MOVE SD-DATA     TO WS-CRI-DATA
                   MOVE SD-HORA     TO WS-CRI-HORA
                   MOVE SD-COD-DADOS TO WS-CRI-COD
                   MOVE SD-PROGRAMA TO WS-CRI-PROGRAMA
               WHEN SD-REMOCAO
                   IF CRIACAO-OK
                       PERFORM P0320-ACHADO-REMOCAO THRU P0320-FIM
                   END-IF
               WHEN SD-MUDANCA
               WHEN SD-PEDIDO
                   IF APROVACAO-OK
                       PERFORM P0330-ACHADO-APROVOU THRU P0330-FIM
                   END-IF
                   SET MUDANCA-OK TO TRUE
                   MOVE SD-DATA     TO WS-MUD-DATA
                   MOVE SD-HORA     TO WS-MUD-HORA
                   MOVE SD-TIPO     TO WS-MUD-TIPO
                   MOVE SD-PROGRAMA TO WS-MUD-PROGRAMA
               WHEN SD-APROVACAO
                   IF MUDANCA-OK
                       PERFORM P0335-ACHADO-ALTEROU THRU P0335-FIM
                   END-IF
                   SET APROVACAO-OK TO TRUE
                   MOVE SD-DATA TO WS-APR-DATA
                   MOVE SD-HORA TO WS-APR-HORA
           END-EVALUATE.
       P0310-FIM.

       P0320-ACHADO-REMOCAO.
           IF SD-DATA < WS-DATA-INICIAL
               GO TO P0320-FIM
           END-IF.
           MOVE SD-OPERADOR TO OPER-ID.
           PERFORM P0340-VERIFICA-VISAO THRU P0340-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               SET CRIACAO-OK TO FALSE
               GO TO P0320-FIM
           END-IF.
           ADD 1 TO WS-CONT-T1.
           IF SD-PROGRAMA EQUAL 'MERGECOD'
               MOVE 'INCLUIU E FUNDIU O CODIGO' TO WS-ACH-TITULO
           ELSE
               MOVE 'INCLUIU E REMOVEU O CODIGO' TO WS-ACH-TITULO
           END-IF.
           MOVE SD-OPERADOR  TO WS-ACH-OPERADOR.
           MOVE SD-COD-DADOS TO WS-ACH-COD.
           MOVE WS-CRI-DATA  TO WS-A-DATA.
           MOVE WS-CRI-HORA  TO WS-A-HORA.
           MOVE SPACES TO WS-A-DESC.
           STRING 'INCLUSAO ' WS-CRI-PROGRAMA ' CODIGO ' WS-CRI-COD
                  ' ' SD-NOME
                  DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE SD-DATA TO WS-B-DATA.
           MOVE SD-HORA TO WS-B-HORA.
           MOVE SPACES TO WS-B-DESC.
           IF SD-PROGRAMA EQUAL 'MERGECOD'
               MOVE 'FUSAO   ' TO WS-DESC-TIPO
           ELSE
               MOVE 'REMOCAO ' TO WS-DESC-TIPO
           END-IF.
           STRING WS-DESC-TIPO(1:9) SD-PROGRAMA ' CODIGO '
                  SD-COD-DADOS ' ' SD-NOME
                  DELIMITED BY SIZE INTO WS-B-DESC.
           PERFORM P0350-IMPRIME-ACHADO THRU P0350-FIM.
      *    UMA INCLUSAO FECHA COM A PRIMEIRA REMOCAO.
           SET CRIACAO-OK TO FALSE.
       P0320-FIM.

       P0330-ACHADO-APROVOU.
      *    APROVOU UMA ALTERACAO PENDENTE E DEPOIS ALTEROU O CODIGO.
           IF SD-DATA < WS-DATA-INICIAL
               GO TO P0330-FIM
           END-IF.
           MOVE SD-OPERADOR TO OPER-ID.
           PERFORM P0340-VERIFICA-VISAO THRU P0340-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0330-FIM
           END-IF.
           ADD 1 TO WS-CONT-T4.
           MOVE 'APROVOU PENDENTE E ALTEROU O CODIGO'
             TO WS-ACH-TITULO.
           MOVE SD-OPERADOR  TO WS-ACH-OPERADOR.
           MOVE SD-COD-DADOS TO WS-ACH-COD.
           MOVE WS-APR-DATA  TO WS-A-DATA.
           MOVE WS-APR-HORA  TO WS-A-HORA.
           MOVE 'APROVACAO APRALT' TO WS-A-DESC.
           MOVE SD-DATA TO WS-B-DATA.
           MOVE SD-HORA TO WS-B-HORA.
           MOVE SPACES TO WS-B-DESC.
           IF SD-PEDIDO
               STRING 'PEDIDO DE ALTERACAO ' SD-PROGRAMA
                      ' (NA FILA)'
                      DELIMITED BY SIZE INTO WS-B-DESC
           ELSE
               STRING 'ALTERACAO ' SD-PROGRAMA
                      DELIMITED BY SIZE INTO WS-B-DESC
           END-IF.
           PERFORM P0350-IMPRIME-ACHADO THRU P0350-FIM.
       P0330-FIM.

       P0335-ACHADO-ALTEROU.
      *    ALTEROU O CODIGO E DEPOIS APROVOU UMA ALTERACAO PENDENTE.
           IF SD-DATA < WS-DATA-INICIAL
               GO TO P0335-FIM
           END-IF.
           MOVE SD-OPERADOR TO OPER-ID.
           PERFORM P0340-VERIFICA-VISAO THRU P0340-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0335-FIM
           END-IF.
           ADD 1 TO WS-CONT-T4.
           MOVE 'ALTEROU O CODIGO E APROVOU PENDENTE'
             TO WS-ACH-TITULO.
           MOVE SD-OPERADOR  TO WS-ACH-OPERADOR.
           MOVE SD-COD-DADOS TO WS-ACH-COD.
           MOVE WS-MUD-DATA  TO WS-A-DATA.
           MOVE WS-MUD-HORA  TO WS-A-HORA.
           MOVE SPACES TO WS-A-DESC.
           IF WS-MUD-TIPO EQUAL 'P'
               STRING 'PEDIDO DE ALTERACAO ' WS-MUD-PROGRAMA
                      DELIMITED BY SIZE INTO WS-A-DESC
           ELSE
               STRING 'ALTERACAO ' WS-MUD-PROGRAMA
                      DELIMITED BY SIZE INTO WS-A-DESC
           END-IF.
           MOVE SD-DATA TO WS-B-DATA.
           MOVE SD-HORA TO WS-B-HORA.
           MOVE 'APROVACAO APRALT' TO WS-B-DESC.
           PERFORM P0350-IMPRIME-ACHADO THRU P0350-FIM.
       P0335-FIM.

       P0340-VERIFICA-VISAO.
      *    O ACHADO E DO OPERADOR (OPER-ID): ENTRA NA VISAO QUANDO A
      *    EMPRESA DELE NO CADASTRO E A DA VISAO.
           IF EMP-VISAO-CONSOLIDADA
               SET EMP-DEPTO-PERMITIDO TO TRUE
               GO TO P0340-FIM
           END-IF.

           SET EMP-DEPTO-PERMITIDO TO FALSE.
           IF OPER-ABERTO
               READ OPERMST
               IF ST-OPER-OK
                  AND OPER-EMPRESA NOT EQUAL SPACES
                  AND OPER-EMPRESA EQUAL EMP-EMPRESA
                   SET EMP-DEPTO-PERMITIDO TO TRUE
               END-IF
           END-IF.
       P0340-FIM.

       P0350-IMPRIME-ACHADO.
           PERFORM P0360-INTERVALO THRU P0360-FIM.
           ADD 1 TO WS-CONT-SECAO.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-ACH-TITULO ' - OPERADOR ' WS-ACH-OPERADOR
                  ' CODIGO ' WS-ACH-COD
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '   1) ' WS-A-DATA ' ' WS-A-HORA ' ' WS-A-DESC
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '   2) ' WS-B-DATA ' ' WS-B-HORA ' ' WS-B-DESC
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '   INTERVALO: ' WS-INT-DIAS ' DIA(S) '
                  WS-INT-HH ':' WS-INT-MM
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0350-FIM.

       P0360-INTERVALO.
      *    SEGUNDOS DE CADA EVENTO A PARTIR DO DIA SERIAL; O
      *    INTERVALO SAI EM DIAS, HORAS E MINUTOS.
           MOVE WS-A-DATA(1:4) TO WS-CALC-ANO.
           MOVE WS-A-DATA(5:2) TO WS-CALC-MES.
           MOVE WS-A-DATA(7:2) TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           MOVE WS-A-HORA TO WS-HORA-CALC.
           COMPUTE WS-SEG-A = WS-SERIAL-SAIDA * 86400
                   + WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS.

           MOVE WS-B-DATA(1:4) TO WS-CALC-ANO.
           MOVE WS-B-DATA(5:2) TO WS-CALC-MES.
           MOVE WS-B-DATA(7:2) TO WS-CALC-DIA.
           PERFORM P0160-DIA-SERIAL THRU P0160-FIM.
           MOVE WS-B-HORA TO WS-HORA-CALC.
           COMPUTE WS-SEG-B = WS-SERIAL-SAIDA * 86400
                   + WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS.

           COMPUTE WS-SEG-DIF = WS-SEG-B - WS-SEG-A.
           IF WS-SEG-DIF < ZEROS
               MOVE ZEROS TO WS-SEG-DIF
           END-IF.
           DIVIDE WS-SEG-DIF BY 86400 GIVING WS-INT-DIAS
                  REMAINDER WS-SEG-RESTO.
           DIVIDE WS-SEG-RESTO BY 3600 GIVING WS-INT-HH
                  REMAINDER WS-SEG-RESTO.
           DIVIDE WS-SEG-RESTO BY 60 GIVING WS-INT-MM.
       P0360-FIM.

      ******************************************************************
      * CREDITO LANCADO E PAGO, COM O DEBITO DA SAIDA PELO MESMO
      * OPERADOR
      ******************************************************************
       P0400-PAGAMENTOS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'CREDITO LANCADO E PAGO PELO MESMO OPERADOR'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE ZEROS TO WS-QTD-PG WS-PG-FORA.
           SET ST-CTL-OK TO TRUE.
           OPEN INPUT PAGCTL.
           IF NOT ST-CTL-OK
               MOVE 'CONTROLE DE PAGAMENTOS PAGCTL.DAT INDISPONIVEL.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0400-FIM
           END-IF.
           SET FIM-OK TO FALSE.
           PERFORM P0410-CARREGA-PAGA THRU P0410-FIM
                   UNTIL FIM-OK.
           CLOSE PAGCTL.

           IF WS-QTD-PG EQUAL ZEROS
               MOVE 'NENHUMA INSTRUCAO PAGA COM REFERENCIA DE CREDITO.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0400-FIM
           END-IF.

           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               MOVE 'HISTORICO DE MOVIMENTOS MOVHIST.TXT INDISPONIVEL.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0400-FIM
           END-IF.
      *    O MOVHIST E GRAVADO EM ORDEM DE PROCESSAMENTO: O CREDITO
      *    SEMPRE VEM ANTES DO DEBITO QUE O PAGA.
           SET FIM-OK TO FALSE.
           PERFORM P0420-LE-MOVIMENTO THRU P0420-FIM
                   UNTIL FIM-OK.
           CLOSE MOVHIST.

           IF WS-PG-FORA > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'INSTRUCOES PAGAS FORA DA TABELA (LIMITE 3000): '
                      WS-PG-FORA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0400-FIM.

       P0410-CARREGA-PAGA.
           READ PAGCTL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0410-FIM
           END-READ.
           IF NOT PAG-PAGA
              OR PAG-REFERENCIA EQUAL ZEROS
              OR PAG-DATA > WS-DATA-FINAL
               GO TO P0410-FIM
           END-IF.
           IF WS-QTD-PG NOT < 3000
               ADD 1 TO WS-PG-FORA
               GO TO P0410-FIM
           END-IF.
           ADD 1 TO WS-QTD-PG.
           MOVE PAG-REFERENCIA  TO WS-PG-REF(WS-QTD-PG).
           MOVE PAG-COD-DADOS   TO WS-PG-COD(WS-QTD-PG).
           MOVE PAG-VALOR       TO WS-PG-VALOR(WS-QTD-PG).
           MOVE PAG-VALOR-BRUTO TO WS-PG-BRUTO(WS-QTD-PG).
           MOVE PAG-DATA        TO WS-PG-DATA(WS-QTD-PG).
           MOVE 'N'             TO WS-PG-CRED-OK(WS-QTD-PG).
           MOVE SPACES          TO WS-PG-CRED-OPER(WS-QTD-PG).
           MOVE ZEROS           TO WS-PG-CRED-DATA(WS-QTD-PG)
                                   WS-PG-CRED-HORA(WS-QTD-PG).
           MOVE 'N'             TO WS-PG-USADO(WS-QTD-PG).
       P0410-FIM.

       P0420-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0420-FIM
           END-READ.
           IF MOV-DATA-PROC > WS-DATA-FINAL
               GO TO P0420-FIM
           END-IF.

           IF MOV-CREDITO
              AND MOV-REFERENCIA NOT EQUAL ZEROS
               PERFORM P0430-MARCA-CREDITO THRU P0430-FIM
                       VARYING WS-IDX-PG FROM 1 BY 1
                       UNTIL WS-IDX-PG > WS-QTD-PG
               GO TO P0420-FIM
           END-IF.

      *    O DEBITO DE ESTORNO NAO E SAIDA DE DINHEIRO.
           IF MOV-DEBITO
              AND MOV-REF-ESTORNO EQUAL ZEROS
               MOVE ZEROS TO WS-PG-ACHADO
               PERFORM P0440-PROCURA-SAIDA THRU P0440-FIM
                       VARYING WS-IDX-PG FROM 1 BY 1
                       UNTIL WS-IDX-PG > WS-QTD-PG
                          OR WS-PG-ACHADO > ZEROS
               IF WS-PG-ACHADO > ZEROS
                   PERFORM P0445-ACHADO-PAGAMENTO THRU P0445-FIM
               END-IF
           END-IF.
       P0420-FIM.

       P0430-MARCA-CREDITO.
           IF WS-PG-REF(WS-IDX-PG) EQUAL MOV-REFERENCIA
               MOVE 'S'           TO WS-PG-CRED-OK(WS-IDX-PG)
               MOVE MOV-OPERADOR  TO WS-PG-CRED-OPER(WS-IDX-PG)
               MOVE MOV-DATA-PROC TO WS-PG-CRED-DATA(WS-IDX-PG)
               MOVE MOV-HORA-PROC TO WS-PG-CRED-HORA(WS-IDX-PG)
           END-IF.
       P0430-FIM.

       P0440-PROCURA-SAIDA.
      *    O DEBITO QUE PAGA A INSTRUCAO: MESMO CODIGO, VALOR
      *    LIQUIDO OU BRUTO, NA DATA DA INSTRUCAO OU DEPOIS.
           IF WS-PG-CRED-OK(WS-IDX-PG) NOT EQUAL 'S'
              OR WS-PG-USADO(WS-IDX-PG) EQUAL 'S'
              OR WS-PG-COD(WS-IDX-PG) NOT EQUAL MOV-COD-DADOS
              OR MOV-DATA-PROC < WS-PG-DATA(WS-IDX-PG)
               GO TO P0440-FIM
           END-IF.
           IF MOV-VALOR EQUAL WS-PG-VALOR(WS-IDX-PG)
              OR MOV-VALOR EQUAL WS-PG-BRUTO(WS-IDX-PG)
               MOVE 'S' TO WS-PG-USADO(WS-IDX-PG)
               MOVE WS-IDX-PG TO WS-PG-ACHADO
           END-IF.
       P0440-FIM.

       P0445-ACHADO-PAGAMENTO.
           IF MOV-OPERADOR NOT EQUAL WS-PG-CRED-OPER(WS-PG-ACHADO)
              OR MOV-DATA-PROC < WS-DATA-INICIAL
               GO TO P0445-FIM
           END-IF.
           MOVE MOV-OPERADOR TO OPER-ID.
           PERFORM P0340-VERIFICA-VISAO THRU P0340-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0445-FIM
           END-IF.
           ADD 1 TO WS-CONT-T2.
           MOVE 'LANCOU O CREDITO E O DEBITO DO PAGAMENTO'
             TO WS-ACH-TITULO.
           MOVE MOV-OPERADOR  TO WS-ACH-OPERADOR.
           MOVE MOV-COD-DADOS TO WS-ACH-COD.
           MOVE WS-PG-CRED-DATA(WS-PG-ACHADO) TO WS-A-DATA.
           MOVE WS-PG-CRED-HORA(WS-PG-ACHADO) TO WS-A-HORA.
           MOVE SPACES TO WS-A-DESC.
           STRING 'CREDITO REF ' WS-PG-REF(WS-PG-ACHADO)
                  ' PAGO PELA INSTRUCAO DE '
                  WS-PG-DATA(WS-PG-ACHADO)
                  DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE MOV-DATA-PROC TO WS-B-DATA.
           MOVE MOV-HORA-PROC TO WS-B-HORA.
           MOVE SPACES TO WS-B-DESC.
           STRING 'DEBITO DA SAIDA REF ' MOV-REFERENCIA
                  ' MOTIVO ' MOV-MOTIVO
                  DELIMITED BY SIZE INTO WS-B-DESC.
           PERFORM P0350-IMPRIME-ACHADO THRU P0350-FIM.
       P0445-FIM.

      ******************************************************************
      * ALCADA CONCEDIDA A SI MESMO
      ******************************************************************
       P0450-ALCADAS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'ALCADA CONCEDIDA PELO PROPRIO OPERADOR (AINDA ATIVA)'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

      *    A AUTOCONCESSAO EM VIGOR E CONFLITO PERMANENTE - SAI
      *    QUALQUER QUE SEJA A DATA DA CONCESSAO.
           SET ST-ALC-OK TO TRUE.
           OPEN INPUT ALCADA.
           IF NOT ST-ALC-OK
               MOVE 'CADASTRO DE ALCADAS (ALCADA.DAT) INDISPONIVEL.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0450-FIM
           END-IF.
           SET FIM-OK TO FALSE.
           PERFORM P0460-LE-ALCADA THRU P0460-FIM
                   UNTIL FIM-OK.
           CLOSE ALCADA.
       P0450-FIM.

       P0460-LE-ALCADA.
           READ ALCADA NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0460-FIM
           END-READ.
           IF NOT ALC-CONCEDIDA
              OR ALC-CONCEDIDO-POR NOT EQUAL ALC-OPER
               GO TO P0460-FIM
           END-IF.
           MOVE ALC-OPER TO OPER-ID.
           PERFORM P0340-VERIFICA-VISAO THRU P0340-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0460-FIM
           END-IF.
           ADD 1 TO WS-CONT-T3.
           MOVE 'CONCEDEU ALCADA A SI MESMO' TO WS-ACH-TITULO.
           MOVE ALC-OPER  TO WS-ACH-OPERADOR.
           MOVE ZEROS     TO WS-ACH-COD.
           MOVE ALC-DATA-CONCESSAO TO WS-A-DATA.
           MOVE ZEROS     TO WS-A-HORA.
           MOVE SPACES TO WS-A-DESC.
           STRING 'CONCESSAO DO DEPTO ' ALC-DEPTO ' POR '
                  ALC-CONCEDIDO-POR
                  DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE WS-HOJE   TO WS-B-DATA.
           MOVE ZEROS     TO WS-B-HORA.
           MOVE SPACES TO WS-B-DESC.
           STRING 'ALCADA ATIVA PARA ' ALC-OPER ' NESTA DATA'
                  DELIMITED BY SIZE INTO WS-B-DESC.
           PERFORM P0350-IMPRIME-ACHADO THRU P0350-FIM.
       P0460-FIM.

       P0500-FINALIZA.
           IF OPER-ABERTO
               CLOSE OPERMST
               SET OPER-ABERTO TO FALSE
           END-IF.

           IF SAIDA-ABERTA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'ACHADOS: INCLUIU/REMOVEU ' WS-CONT-T1
                      ' CREDITO/PAGAMENTO ' WS-CONT-T2
                      ' AUTOCONCESSAO ' WS-CONT-T3
                      ' ALTEROU/APROVOU ' WS-CONT-T4
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               IF NOT EMP-VISAO-CONSOLIDADA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'ACHADOS FORA DA VISAO: ' WS-CONT-FORA-VISAO
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   MOVE WS-LINHA-RELATORIO TO PRT-LINHA
                   MOVE 'T' TO PRT-FUNCAO
                   PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               END-IF
               MOVE 'E' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS
               PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.

           DISPLAY '***********************************************'.
           DISPLAY 'EVENTOS DO DIARIO ANALISADOS: ' WS-CONT-EVENTOS.
           DISPLAY 'INCLUIU E REMOVEU/FUNDIU....: ' WS-CONT-T1.
           DISPLAY 'LANCOU CREDITO E PAGAMENTO..: ' WS-CONT-T2.
           DISPLAY 'CONCEDEU ALCADA A SI MESMO..: ' WS-CONT-T3.
           DISPLAY 'ALTEROU E APROVOU PENDENTE..: ' WS-CONT-T4.
           DISPLAY 'TOTAL DE ACHADOS............: ' WS-CONT-SECAO.
           DISPLAY 'FORA DA VISAO...............: ' WS-CONT-FORA-VISAO.
           DISPLAY '***********************************************'.
       P0500-FIM.

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
               MOVE 'SEGFUNC ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'PERIODO ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
                      DELIMITED BY SIZE INTO REL-PARAMETROS
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-SAIDA      TO REL-ARQUIVO
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

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
       P0700-FIM.

       P0710-IMPRIME-LINHA.
           IF NOT SAIDA-ABERTA
               GO TO P0710-FIM
           END-IF.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'L' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
       P0710-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DIARIO.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIO-TXT.
           MOVE 'DIARIOH.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DIARIOH-DAT.
           MOVE 'PENDALT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'PAGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-DAT.
           MOVE 'ALCADA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ALCADA-DAT.
           MOVE 'WORKSEG.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKSEG-TMP.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'SEGFUNC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
