      *          (MOEDAREG.DAT) sao convertidos pela taxa de
      *          CAMBIO.DAT vigente na data do relatorio, com a
      *          diferenca de revalorizacao em linha propria.
      *          A leitura sai do extrato noturno RELEXT.DAT
      *          (RELEXTR), conferido contra o CTLSALDO.DAT antes do
      *          uso; corrida avulsa pode pedir o arquivo vivo.
      *          O operador ve so os departamentos da sua empresa
      *          (EMPRSRV); o supervisor escolhe uma empresa ou a
      *          visao consolidada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS MDA-COD-DADOS
              FILE STATUS IS WS-ST-MDA.

              SELECT RELEXT ASSIGN TO WS-ARQ-RELEXT-DAT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-RX.

              SELECT CTLSALDO ASSIGN TO WS-ARQ-CTLSALDO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-RXCTL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD RELEXT.
       COPY FD_RELEXT.

       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY RELEXT_WS.
       COPY CAMBIO_WS.
       COPY SNAPBASE_WS.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL       PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELEXT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY PRINTSRV_WS.
       COPY EMPRSRV_WS.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-NOME-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-DEPTO-TOTAL-ED      PIC -$$$.$$$.$$9,99.
       77 WS-DEPTO-MEDIA-ED      PIC -$$$.$$$.$$9,99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          02 LK-MENSAGEM        PIC X(20).
          02 LK-OPERADOR        PIC X(08).
          02 LK-NIVEL           PIC 9(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

           PERFORM P0050-CARREGA-EMPRESA THRU P0050-FIM.
           IF NOT EMP-LIBERADO
               GOBACK
           END-IF.

           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-APURA    THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0050-CARREGA-EMPRESA.
      *    OS DEPARTAMENTOS QUE ENTRAM NO RELATORIO SAEM DA EMPRESA DO
      *    OPERADOR ASSINADO; O SUPERVISOR ESCOLHE A EMPRESA OU A
      *    VISAO CONSOLIDADA.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           SET FIM-OK TO FALSE.
           INITIALIZE WS-TABELA-DEPTO.
           ACCEPT WS-CAMB-DATA-REF FROM DATE YYYYMMDD.
           PERFORM 9520-CARREGA-CAMBIO THRU 9520-FIM.

      *    A LEITURA SAI DO EXTRATO NOTURNO CONFERIDO; CORRIDA AVULSA
      *    DURANTE O DIA PODE PEDIR O ARQUIVO VIVO.
           PERFORM 9350-ESCOLHE-EXTRATO THRU 9350-FIM.
           IF BASE-EXTRATO
               GO TO P0100-FIM
           END-IF.

      *    A LEITURA PESADA PODE SAIR DO SNAPSHOT MAIS RECENTE EM
      *    VEZ DO ARQUIVO VIVO (ESCOLHA DO OPERADOR).
           PERFORM 9560-ESCOLHE-BASE THRU 9560-FIM.
       P0100-FIM.

       P0200-APURA.
           IF BASE-EXTRATO
               PERFORM 9355-LE-EXTRATO THRU 9355-FIM
               IF FIM-RX-OK
                   SET FIM-OK TO TRUE
                   GO TO P0200-FIM
               END-IF
           ELSE
               READ DADOS1
                   AT END
                       SET FIM-OK TO TRUE
                       GO TO P0200-FIM
               END-READ
           END-IF.

           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               GO TO P0200-FIM
           END-IF.

           ADD 1 TO WS-CONT-GERAL.
           PERFORM P0205-CONVERTE-MOEDA THRU P0205-FIM.
           ADD WS-CAMB-CONVERTIDO TO WS-TOTAL-GERAL.
           ADD VALOR-DADOS TO WS-TOTAL-ORIGINAL.
           PERFORM P0210-ACUMULA-DEPTO THRU P0210-FIM.
       P0200-FIM.

       P0205-CONVERTE-MOEDA.
      *    O RELATORIO DECLARA TUDO EM MOEDA BASE - CODIGO EM MOEDA
      *    ESTRANGEIRA E CONVERTIDO PELA TAXA DA DATA DO RELATORIO;
      *    NO EXTRATO O VALOR JA VEM CONVERTIDO.
           IF BASE-EXTRATO
               MOVE WS-RX-VALOR-BASE TO WS-CAMB-CONVERTIDO
               IF RX-CODIGO-SEM-TAXA
                   ADD 1 TO WS-CAMB-SEM-TAXA
               END-IF
               GO TO P0205-FIM
           END-IF.
           MOVE COD-DADOS   TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           MOVE VALOR-DADOS TO WS-CAMB-VALOR.
       P0220-FIM.

       P0500-FINALIZA.
           IF BASE-EXTRATO
               PERFORM 9360-ENCERRA-EXTRATO THRU 9360-FIM
           ELSE
               CLOSE DADOS1
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.

           IF WS-CONT-GERAL NOT EQUAL ZEROS
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HORA FROM TIME.

      *    A SAIDA DE UMA EMPRESA LEVA O CODIGO DELA NO NOME, PARA
      *    NAO SOBREPOR A CONSOLIDADA DO MESMO DIA.
           MOVE SPACES TO WS-NOME-RELATORIO.
           IF EMP-VISAO-CONSOLIDADA
               STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                      WS-RUN-DATA '.TXT'
                      DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           ELSE
               STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                      EMP-EMPRESA DELIMITED BY SPACE
                      '.' WS-RUN-DATA '.TXT'
                      DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           END-IF.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE 'RELATORIO DE VALORIZACAO - DADOS1.DAT' TO PRT-TITULO.
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
               MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS
               PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM
               DISPLAY 'RELATORIO DE VALORIZACAO GRAVADO EM '
                       WS-NOME-RELATORIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR RELATORIO DE VALORIZACAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               IF EMP-VISAO-CONSOLIDADA
                   MOVE 'CONSOLIDADO' TO REL-PARAMETROS
               ELSE
                   STRING 'EMPRESA ' EMP-EMPRESA
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               END-IF
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-RELATORIO  TO REL-ARQUIVO
               WRITE RG-RELCAT

       P0510-GRAVA-RELATORIO.
      *    CABECALHO, PAGINACAO E RODAPE SAO DO PRINTSRV.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF EMP-VISAO-CONSOLIDADA
               MOVE 'EMPRESA: VISAO CONSOLIDADA' TO WS-LINHA-RELATORIO
           ELSE
               STRING 'EMPRESA: ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
           IF BASE-EXTRATO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'BASE: EXTRATO NOTURNO DE ' WS-RX-DATA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
           IF BASE-SNAPSHOT
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'BASE: SNAPSHOT DE ' WS-SNB-DATA
           MOVE 'DADOS1.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-SNB-PREF.
           MOVE 'RELEXT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELEXT-DAT.
           MOVE 'CTLSALDO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CTLSALDO-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY RELEXT.

       COPY CAMBIO.

       COPY SNAPBASE.

       COPY EMPRESA.
