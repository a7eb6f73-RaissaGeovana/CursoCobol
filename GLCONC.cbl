      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao do razao com o cadastro - a conta de
      *          controle de cada departamento e a conta a creditar
      *          do seu mapa C (credito) no de-para GLCONTAS.DAT, a
      *          mesma que o GLPOST credita quando o saldo do codigo
      *          sobe. O saldo do razao da conta (creditos menos
      *          debitos de todos os periodos de GLSALDO.DAT) e
      *          comparado com a soma de VALOR-DADOS em DADOS1.DAT dos
      *          departamentos que usam a conta; departamentos que
      *          dividem a mesma conta sao conciliados juntos. O total
      *          das contas de controle e conferido tambem contra o
      *          saldo de controle de CTLSALDO.DAT. Cada diferenca
      *          abre (ou atualiza) um caso em CASOS.DAT pelo CASOREG,
      *          origem GLCONC; departamento com saldo e sem mapa C
      *          tambem. Relatorio pelo PRINTSRV em
      *          GLCONC.AAAAMMDD.TXT, registrado no catalogo.
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          departamentos e codigos da visao da empresa dele; os
      *          casos e a conferencia com o CTLSALDO (totais do
      *          grupo) ficam so na visao consolidada.
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
              SELECT GLCONTAS ASSIGN TO WS-ARQ-GLCONTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS GLM-CHAVE
              FILE STATUS IS WS-ST-GLM.

              SELECT GLSALDO ASSIGN TO WS-ARQ-GLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS GLS-CHAVE
              FILE STATUS IS WS-ST-GLS.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

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
       FD GLCONTAS.
       COPY FD_GLMAP.

       FD GLSALDO.
       COPY FD_GLSALDO.

       FD DADOS1.
       COPY FD_CRUD.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY PRINTSRV_WS.
       COPY CASOREG_WS.
       77  WS-ARQ-GLCONTAS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-GLSALDO-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-GLM          PIC 99.
         88 ST-GLM-OK         VALUE 0.
       77 WS-ST-GLS          PIC 99.
         88 ST-GLS-OK         VALUE 0.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA     PIC X.
         88 FIM-LEITURA       VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-CTL-ACHOU       PIC X     VALUE 'N'.
         88 CTL-ACHOU                  VALUE 'S' FALSE 'N'.
       77 WS-CASOS-FORA      PIC X     VALUE 'N'.
         88 CASOS-FORA                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
      *    DEPARTAMENTOS: CONTA DE CONTROLE (INDICE NA TABELA DE
      *    CONTAS, ZERO = SEM MAPA C), CONTA A DEBITAR DO MAPA D E
      *    O SALDO DO CADASTRO.
       01 WS-TABELA-DEPTOS.
          02 WS-DP-ITEM OCCURS 100 TIMES.
             03 WS-DP-DEPTO     PIC X(04).
             03 WS-DP-IDX-CONTA PIC 9(03).
             03 WS-DP-CONTA-D   PIC X(08).
             03 WS-DP-QTD       PIC 9(07).
             03 WS-DP-CADASTRO  PIC S9(13)V99.
       77 WS-QTD-DEPTOS      PIC 9(03) VALUE ZEROS.
      *    CONTAS DE CONTROLE: SALDO DO RAZAO E DO CADASTRO.
       01 WS-TABELA-CONTAS.
          02 WS-CT-ITEM OCCURS 100 TIMES.
             03 WS-CT-CONTA     PIC X(08).
             03 WS-CT-QTD-DEPTOS PIC 9(03).
             03 WS-CT-RAZAO     PIC S9(13)V99.
             03 WS-CT-CADASTRO  PIC S9(13)V99.
       77 WS-QTD-CONTAS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DP          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHOU       PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-PROCURA   PIC X(08) VALUE SPACES.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
       77 WS-DIFERENCA       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-RAZAO       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-CADASTRO    PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-SEM-MAPA    PIC S9(13)V99 VALUE ZEROS.
       77 WS-SITUACAO        PIC X(08) VALUE SPACES.
       77 WS-REF-CASO        PIC X(10) VALUE SPACES.
       77 WS-DESC-CASO       PIC X(30) VALUE SPACES.
       77 WS-VALOR-NOSSO     PIC S9(11)V99 VALUE ZEROS.
       77 WS-VALOR-EXT       PIC S9(11)V99 VALUE ZEROS.
       77 WS-CONT-CODIGOS    PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SALDOS     PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DIVERG     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CASOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-MAPA-D     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-EXCESSO    PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR3-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
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
           IF NOT FIM-OK
               PERFORM P0200-APURA-RAZAO THRU P0200-FIM
               PERFORM P0250-APURA-CADASTRO THRU P0250-FIM
               PERFORM P0300-CONCILIA THRU P0300-FIM
               PERFORM P0400-TOTAIS THRU P0400-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** CONCILIACAO DO RAZAO COM O CADASTRO *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           SET ST-GLM-OK TO TRUE.
           OPEN INPUT GLCONTAS.
           IF NOT ST-GLM-OK
               DISPLAY 'DE-PARA CONTABIL GLCONTAS.DAT INDISPONIVEL -'
                       ' SEM CONTAS DE CONTROLE NAO HA CONCILIACAO.'
               DISPLAY 'FILE STATUS: ' WS-ST-GLM
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET FIM-LEITURA TO FALSE.
           PERFORM P0110-CARREGA-MAPA THRU P0110-FIM
                   UNTIL FIM-LEITURA.
           CLOSE GLCONTAS.

           IF WS-QTD-CONTAS EQUAL ZEROS
               DISPLAY 'NENHUM MAPA C (CREDITO) EM GLCONTAS.DAT -'
                       ' NADA A CONCILIAR.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           PERFORM P0150-ABRE-SAIDA THRU P0150-FIM.
           IF NOT SAIDA-ABERTA
               SET FIM-OK TO TRUE
           END-IF.
       P0100-FIM.

       P0110-CARREGA-MAPA.
      *    A CHAVE VEM EM DEPTO + TIPO: O MAPA C DO DEPARTAMENTO E
      *    LIDO ANTES DO MAPA D. OS TIPOS G/P (VARIACAO CAMBIAL) NAO
      *    MEXEM NO SALDO DO CADASTRO E FICAM FORA.
           READ GLCONTAS
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0110-FIM
           END-READ.

           MOVE GLM-DEPTO TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               GO TO P0110-FIM
           END-IF.

           IF GLM-TIPO EQUAL 'C'
               MOVE GLM-DEPTO TO WS-DEPTO-PROCURA
               PERFORM P0120-INCLUI-DEPTO THRU P0120-FIM
               IF WS-IDX-DP EQUAL ZEROS
                   GO TO P0110-FIM
               END-IF
               MOVE GLM-CONTA-CREDITO TO WS-CONTA-PROCURA
               PERFORM P0130-INCLUI-CONTA THRU P0130-FIM
               MOVE WS-IDX-ACHOU TO WS-DP-IDX-CONTA(WS-IDX-DP)
               IF WS-IDX-ACHOU NOT EQUAL ZEROS
                   ADD 1 TO WS-CT-QTD-DEPTOS(WS-IDX-ACHOU)
               END-IF
           END-IF.

           IF GLM-TIPO EQUAL 'D'
               MOVE GLM-DEPTO TO WS-DEPTO-PROCURA
               PERFORM P0120-INCLUI-DEPTO THRU P0120-FIM
               IF WS-IDX-DP NOT EQUAL ZEROS
                   MOVE GLM-CONTA-DEBITO TO WS-DP-CONTA-D(WS-IDX-DP)
               END-IF
           END-IF.
       P0110-FIM.

       P0120-INCLUI-DEPTO.
      *    DEVOLVE EM WS-IDX-DP A POSICAO DO DEPARTAMENTO, INCLUINDO-O
      *    QUANDO NOVO (ZERO SE A TABELA ESTIVER CHEIA).
           MOVE ZEROS TO WS-IDX-DP.
           MOVE 1 TO WS-IDX.
           PERFORM P0125-PROCURA-DEPTO THRU P0125-FIM
                   UNTIL WS-IDX > WS-QTD-DEPTOS
                      OR WS-IDX-DP NOT EQUAL ZEROS.
           IF WS-IDX-DP NOT EQUAL ZEROS
               GO TO P0120-FIM
           END-IF.

           IF WS-QTD-DEPTOS NOT < 100
               ADD 1 TO WS-CONT-EXCESSO
               GO TO P0120-FIM
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-QTD-DEPTOS    TO WS-IDX-DP.
           MOVE WS-DEPTO-PROCURA TO WS-DP-DEPTO(WS-IDX-DP).
           MOVE ZEROS  TO WS-DP-IDX-CONTA(WS-IDX-DP)
                          WS-DP-QTD(WS-IDX-DP)
                          WS-DP-CADASTRO(WS-IDX-DP).
           MOVE SPACES TO WS-DP-CONTA-D(WS-IDX-DP).
       P0120-FIM.

       P0125-PROCURA-DEPTO.
           IF WS-DP-DEPTO(WS-IDX) EQUAL WS-DEPTO-PROCURA
               MOVE WS-IDX TO WS-IDX-DP
           END-IF.
           ADD 1 TO WS-IDX.
       P0125-FIM.

       P0130-INCLUI-CONTA.
      *    DEVOLVE EM WS-IDX-ACHOU A POSICAO DA CONTA DE CONTROLE,
      *    INCLUINDO-A QUANDO NOVA (ZERO SE A TABELA ESTIVER CHEIA).
           PERFORM P0135-LOCALIZA-CONTA THRU P0135-FIM.
           IF WS-IDX-ACHOU NOT EQUAL ZEROS
               GO TO P0130-FIM
           END-IF.

           IF WS-QTD-CONTAS NOT < 100
               ADD 1 TO WS-CONT-EXCESSO
               GO TO P0130-FIM
           END-IF.
           ADD 1 TO WS-QTD-CONTAS.
           MOVE WS-QTD-CONTAS    TO WS-IDX-ACHOU.
           MOVE WS-CONTA-PROCURA TO WS-CT-CONTA(WS-IDX-ACHOU).
           MOVE ZEROS TO WS-CT-QTD-DEPTOS(WS-IDX-ACHOU)
                         WS-CT-RAZAO(WS-IDX-ACHOU)
                         WS-CT-CADASTRO(WS-IDX-ACHOU).
       P0130-FIM.

       P0135-LOCALIZA-CONTA.
           MOVE ZEROS TO WS-IDX-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P0137-COMPARA-CONTA THRU P0137-FIM
                   UNTIL WS-IDX > WS-QTD-CONTAS
                      OR WS-IDX-ACHOU NOT EQUAL ZEROS.
       P0135-FIM.

       P0137-COMPARA-CONTA.
           IF WS-CT-CONTA(WS-IDX) EQUAL WS-CONTA-PROCURA
               MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF.
           ADD 1 TO WS-IDX.
       P0137-FIM.

       P0150-ABRE-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE 'CONCILIACAO RAZAO X CADASTRO' TO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0150-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'POSICAO DE ' WS-HOJE
                  ' - SALDO DO RAZAO = CREDITOS - DEBITOS DA CONTA'
                  ' DE CONTROLE (CREDITO DO MAPA C)'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO DEPARTAMENTOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

      *    MAPA D QUE DEBITA OUTRA CONTA TIRA O DEBITO DO SALDO DO
      *    CADASTRO DA CONTA DE CONTROLE - AVISO DE CONFIGURACAO.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0160-CONFERE-MAPA-D THRU P0160-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           MOVE 'CONTA    DEPTOS        SALDO RAZAO     SALDO CADASTRO'
             TO WS-LINHA-RELATORIO.
           MOVE 'DIFERENCA SITUACAO' TO WS-LINHA-RELATORIO(64:).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0150-FIM.

       P0160-CONFERE-MAPA-D.
           MOVE WS-DP-IDX-CONTA(WS-IDX-DP) TO WS-IDX.
           IF WS-IDX NOT EQUAL ZEROS
              AND WS-DP-CONTA-D(WS-IDX-DP) NOT EQUAL SPACES
              AND WS-DP-CONTA-D(WS-IDX-DP) NOT EQUAL
                  WS-CT-CONTA(WS-IDX)
               ADD 1 TO WS-CONT-MAPA-D
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'AVISO: DEPTO ' WS-DP-DEPTO(WS-IDX-DP)
                      ' DEBITA ' WS-DP-CONTA-D(WS-IDX-DP)
                      ' NO MAPA D E CREDITA ' WS-CT-CONTA(WS-IDX)
                      ' NO MAPA C'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0160-FIM.

       P0200-APURA-RAZAO.
      *    SOMA TODOS OS PERIODOS (INCLUSIVE O DE IMPLANTACAO) DAS
      *    CONTAS DE CONTROLE. SEM O ARQUIVO O RAZAO FICA ZERADO E
      *    TODA CONTA COM SALDO NO CADASTRO APARECE DIVERGENTE.
           SET ST-GLS-OK TO TRUE.
           OPEN INPUT GLSALDO.
           IF NOT ST-GLS-OK
               DISPLAY 'SALDOS CONTABEIS GLSALDO.DAT INDISPONIVEIS -'
                       ' RAZAO CONSIDERADO ZERO.'
               DISPLAY 'FILE STATUS: ' WS-ST-GLS
               MOVE 'SALDOS CONTABEIS GLSALDO.DAT INDISPONIVEIS.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0200-FIM
           END-IF.

           SET FIM-LEITURA TO FALSE.
           PERFORM P0210-LE-SALDO THRU P0210-FIM
                   UNTIL FIM-LEITURA.
           CLOSE GLSALDO.
       P0200-FIM.

       P0210-LE-SALDO.
           READ GLSALDO
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0210-FIM
           END-READ.
           ADD 1 TO WS-CONT-SALDOS.

           MOVE GLS-CONTA TO WS-CONTA-PROCURA.
           PERFORM P0135-LOCALIZA-CONTA THRU P0135-FIM.
           IF WS-IDX-ACHOU NOT EQUAL ZEROS
               COMPUTE WS-CT-RAZAO(WS-IDX-ACHOU) =
                       WS-CT-RAZAO(WS-IDX-ACHOU)
                     + GLS-CREDITOS - GLS-DEBITOS
           END-IF.
       P0210-FIM.

       P0250-APURA-CADASTRO.
           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL - CADASTRO'
                       ' CONSIDERADO ZERO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 'CADASTRO DADOS1.DAT INDISPONIVEL.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0250-FIM
           END-IF.

           SET FIM-LEITURA TO FALSE.
           PERFORM P0260-LE-CODIGO THRU P0260-FIM
                   UNTIL FIM-LEITURA.
           CLOSE DADOS1.
       P0250-FIM.

       P0260-LE-CODIGO.
      *    DEPARTAMENTO QUE NAO ESTA NO DE-PARA ENTRA NA TABELA SEM
      *    CONTA DE CONTROLE E SAI NO BLOCO DOS SEM MAPA.
           READ DADOS1
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO P0260-FIM
           END-READ.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0260-FIM
           END-IF.
           ADD 1 TO WS-CONT-CODIGOS.
           ADD VALOR-DADOS TO WS-TOT-CADASTRO.

           MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA.
           PERFORM P0120-INCLUI-DEPTO THRU P0120-FIM.
           IF WS-IDX-DP EQUAL ZEROS
               GO TO P0260-FIM
           END-IF.
           ADD 1 TO WS-DP-QTD(WS-IDX-DP).
           ADD VALOR-DADOS TO WS-DP-CADASTRO(WS-IDX-DP).

           MOVE WS-DP-IDX-CONTA(WS-IDX-DP) TO WS-IDX.
           IF WS-IDX EQUAL ZEROS
               ADD VALOR-DADOS TO WS-TOT-SEM-MAPA
           ELSE
               ADD VALOR-DADOS TO WS-CT-CADASTRO(WS-IDX)
           END-IF.
       P0260-FIM.

       P0300-CONCILIA.
           MOVE 1 TO WS-IDX-ACHOU.
           PERFORM P0310-CONCILIA-CONTA THRU P0310-FIM
                   UNTIL WS-IDX-ACHOU > WS-QTD-CONTAS.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 'DEPARTAMENTOS COM SALDO E SEM MAPA C:'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0330-SEM-MAPA THRU P0330-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.
       P0300-FIM.

       P0310-CONCILIA-CONTA.
           COMPUTE WS-DIFERENCA = WS-CT-RAZAO(WS-IDX-ACHOU)
                                - WS-CT-CADASTRO(WS-IDX-ACHOU).
           ADD WS-CT-RAZAO(WS-IDX-ACHOU) TO WS-TOT-RAZAO.
           IF WS-DIFERENCA EQUAL ZEROS
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO WS-SITUACAO
               ADD 1 TO WS-CONT-DIVERG
           END-IF.

           MOVE WS-CT-RAZAO(WS-IDX-ACHOU)    TO WS-VALOR-ED.
           MOVE WS-CT-CADASTRO(WS-IDX-ACHOU) TO WS-VALOR2-ED.
           MOVE WS-DIFERENCA                 TO WS-VALOR3-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CT-CONTA(WS-IDX-ACHOU) '    '
                  WS-CT-QTD-DEPTOS(WS-IDX-ACHOU) ' '
                  WS-VALOR-ED ' ' WS-VALOR2-ED ' ' WS-VALOR3-ED
                  ' ' WS-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

      *    ABERTURA POR DEPARTAMENTO DO SALDO DO CADASTRO DA CONTA.
           MOVE 1 TO WS-IDX-DP.
           PERFORM P0320-DETALHA-DEPTO THRU P0320-FIM
                   UNTIL WS-IDX-DP > WS-QTD-DEPTOS.

           IF WS-DIFERENCA NOT EQUAL ZEROS
               MOVE WS-CT-CONTA(WS-IDX-ACHOU) TO WS-REF-CASO
               MOVE SPACES TO WS-DESC-CASO
               STRING 'RAZAO X CADASTRO CTA '
                      WS-CT-CONTA(WS-IDX-ACHOU)
                      DELIMITED BY SIZE INTO WS-DESC-CASO
               MOVE WS-CT-CADASTRO(WS-IDX-ACHOU) TO WS-VALOR-NOSSO
               MOVE WS-CT-RAZAO(WS-IDX-ACHOU)    TO WS-VALOR-EXT
               PERFORM P0600-ABRE-CASO THRU P0600-FIM
           END-IF.

           ADD 1 TO WS-IDX-ACHOU.
       P0310-FIM.

       P0320-DETALHA-DEPTO.
           IF WS-DP-IDX-CONTA(WS-IDX-DP) EQUAL WS-IDX-ACHOU
               MOVE WS-DP-CADASTRO(WS-IDX-DP) TO WS-VALOR2-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '         ' WS-DP-DEPTO(WS-IDX-DP)
                      ' CODIGOS ' WS-DP-QTD(WS-IDX-DP)
                      '      ' WS-VALOR2-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0320-FIM.

       P0330-SEM-MAPA.
           IF WS-DP-IDX-CONTA(WS-IDX-DP) EQUAL ZEROS
              AND WS-DP-CADASTRO(WS-IDX-DP) NOT EQUAL ZEROS
               ADD 1 TO WS-CONT-DIVERG
               MOVE WS-DP-CADASTRO(WS-IDX-DP) TO WS-VALOR2-ED
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '         ' WS-DP-DEPTO(WS-IDX-DP)
                      ' CODIGOS ' WS-DP-QTD(WS-IDX-DP)
                      '      ' WS-VALOR2-ED ' SEM MAPA'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               MOVE SPACES TO WS-REF-CASO WS-DESC-CASO
               STRING 'DEPTO ' WS-DP-DEPTO(WS-IDX-DP)
                      DELIMITED BY SIZE INTO WS-REF-CASO
               STRING 'DEPTO ' WS-DP-DEPTO(WS-IDX-DP)
                      ' SEM MAPA C'
                      DELIMITED BY SIZE INTO WS-DESC-CASO
               MOVE WS-DP-CADASTRO(WS-IDX-DP) TO WS-VALOR-NOSSO
               MOVE ZEROS                     TO WS-VALOR-EXT
               PERFORM P0600-ABRE-CASO THRU P0600-FIM
           END-IF.
           ADD 1 TO WS-IDX-DP.
       P0330-FIM.

       P0400-TOTAIS.
      *    O TOTAL DAS CONTAS DE CONTROLE CONFERE COM O SALDO DE
      *    CONTROLE DO CADASTRO; DADOS1 X CTLSALDO E CONFERIDO PELO
      *    CTLVERIF E SAI AQUI SO COMO INFORMACAO.
           SET CTL-ACHOU TO FALSE.
           SET ST-CTL-OK TO TRUE.
           OPEN INPUT CTLSALDO.
           IF ST-CTL-OK
               MOVE 'DADOS1.DAT' TO CTL-ARQUIVO
               READ CTLSALDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CTL-ACHOU TO TRUE
               END-READ
               CLOSE CTLSALDO
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE WS-TOT-RAZAO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DAS CONTAS DE CONTROLE...: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           MOVE WS-TOT-CADASTRO TO WS-VALOR-ED.
           MOVE WS-TOT-SEM-MAPA TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DE VALOR-DADOS (DADOS1)..: ' WS-VALOR-ED
                  ' SEM MAPA ' WS-VALOR2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

      *    O SALDO DE CONTROLE E DO GRUPO TODO.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE 'SALDO DE CONTROLE E CASOS SO NA VISAO CONSOLIDADA.'
                 TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0400-ENCERRA
           END-IF.

           IF NOT CTL-ACHOU
               MOVE 'CONTROLE DE SALDOS SEM REGISTRO DE DADOS1.DAT -'
                 TO WS-LINHA-RELATORIO
               MOVE 'NAO CONFERIDO.' TO WS-LINHA-RELATORIO(49:)
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               GO TO P0400-ENCERRA
           END-IF.

           MOVE CTL-VALOR TO WS-VALOR-ED.
           COMPUTE WS-DIFERENCA = WS-TOT-RAZAO - CTL-VALOR.
           MOVE WS-DIFERENCA TO WS-VALOR2-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'SALDO DE CONTROLE (CTLSALDO)...: ' WS-VALOR-ED
                  ' DIFERENCA ' WS-VALOR2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF WS-DIFERENCA NOT EQUAL ZEROS
               ADD 1 TO WS-CONT-DIVERG
               MOVE 'CTLSALDO'  TO WS-REF-CASO
               MOVE 'RAZAO X SALDO DE CONTROLE'   TO WS-DESC-CASO
               MOVE CTL-VALOR    TO WS-VALOR-NOSSO
               MOVE WS-TOT-RAZAO TO WS-VALOR-EXT
               PERFORM P0600-ABRE-CASO THRU P0600-FIM
           END-IF.

           IF WS-TOT-CADASTRO NOT EQUAL CTL-VALOR
               MOVE 'AVISO: DADOS1 DIFERE DO SALDO DE CONTROLE -'
                 TO WS-LINHA-RELATORIO
               MOVE 'CONFIRA O CTLVERIF.' TO WS-LINHA-RELATORIO(45:)
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

       P0400-ENCERRA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CODIGOS ' WS-CONT-CODIGOS
                  ' DIVERGENCIAS ' WS-CONT-DIVERG
                  ' CASOS ' WS-CONT-CASOS
                  ' AVISOS MAPA D ' WS-CONT-MAPA-D
                  ' FORA DA VISAO ' WS-CONT-FORA-VISAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO PRT-LINHA.
           MOVE 'T' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF WS-CONT-EXCESSO > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'ALERTA: TABELAS CHEIAS (100 DEPTOS/CONTAS) - '
                      WS-CONT-EXCESSO ' ITENS FORA DA CONCILIACAO.'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0650-REGISTRA-CATALOGO THRU P0650-FIM.
       P0400-FIM.

       P0500-FINALIZA.
           IF SAIDA-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'CONTAS DE CONTROLE....: ' WS-QTD-CONTAS.
           DISPLAY 'CODIGOS LIDOS.........: ' WS-CONT-CODIGOS.
           DISPLAY 'DIVERGENCIAS..........: ' WS-CONT-DIVERG.
           DISPLAY 'CASOS ABERTOS/ATUALIZ.: ' WS-CONT-CASOS.
           DISPLAY 'FORA DA VISAO.........: ' WS-CONT-FORA-VISAO.
           DISPLAY '***********************************************'.
       P0500-FIM.

       P0600-ABRE-CASO.
      *    TODA DIVERGENCIA VIRA (OU ENGORDA) UM CASO EM CASOS.DAT
      *    PARA A FILA DO CASOMNT. NA VISAO DE UMA EMPRESA A CONTA
      *    DE CONTROLE PODE TER SALDO DE DEPARTAMENTO DE OUTRA, ENTAO
      *    SO O CONSOLIDADO ABRE CASO.
           IF CASOS-FORA OR NOT EMP-VISAO-CONSOLIDADA
               GO TO P0600-FIM
           END-IF.
           MOVE 'GLCONC  '     TO CASO-ORIGEM.
           MOVE WS-REF-CASO    TO CASO-REFERENCIA.
           MOVE WS-DESC-CASO   TO CASO-DESCRICAO.
           MOVE WS-VALOR-NOSSO TO CASO-VALOR-NOSSO.
           MOVE WS-VALOR-EXT   TO CASO-VALOR-EXT.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CASOREG'
               USING WS-CASO-AREA.
           IF CASO-RETORNO EQUAL 90
               DISPLAY 'ARQUIVO DE CASOS INDISPONIVEL.'
               SET CASOS-FORA TO TRUE
           ELSE
               ADD 1 TO WS-CONT-CASOS
           END-IF.
       P0600-FIM.

       P0650-REGISTRA-CATALOGO.
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
               MOVE 'GLCONC  ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'DIVERGENCIAS ' WS-CONT-DIVERG
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
       P0650-FIM.

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
           MOVE 'GLCONTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-GLCONTAS-DAT.
           MOVE 'GLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-GLSALDO-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'GLCONC.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
