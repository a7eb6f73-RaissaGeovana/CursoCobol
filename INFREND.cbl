      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe anual de rendimentos e retencao na fonte -
      *          para o ano-calendario informado, reune as instrucoes
      *          de pagamento PAGAS do controle PAGCTL.DAT (valor
      *          bruto, retido pelo PAGTOGER e liquido) e imprime pelo
      *          PRINTSRV um informe por COD-DADOS, mes a mes, dirigido
      *          ao endereco do primeiro contato do codigo em
      *          CONTATOS.DAT (INFREND.AAAAMMDD.TXT, no catalogo de
      *          relatorios). Codigo sem contato sai listado para a
      *          mesa completar o cadastro e reemitir. Grava tambem o
      *          resumo mensal do retido para a declaracao do ano
      *          (IRFMES.AAAA.TXT: um registro por mes e um trailer
      *          com os totais do ano).
      *          O operador se identifica pelo EMPRSRV e so entram os
      *          codigos da visao da empresa dele.
      *          O resumo da declaracao e do ano inteiro e so e
      *          gravado na visao consolidada.
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
              SELECT PAGCTL ASSIGN TO WS-ARQ-PAGCTL-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PAG-CHAVE
              FILE STATUS IS WS-ST-CTL.

              SELECT WORKREND ASSIGN TO WS-ARQ-WORKREND-TMP.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT IRFMES ASSIGN TO WS-NOME-IRFMES
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-IRF.

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
       FD PAGCTL.
       COPY FD_PAGCTL.

       SD WORKREND.
       01 SD-RENDIMENTO.
          02 SD-COD-DADOS   PIC 9(07).
          02 SD-MES         PIC 9(02).
          02 SD-BRUTO       PIC S9(09)V99.
          02 SD-RETIDO      PIC S9(09)V99.

       FD DADOS1.
       COPY FD_CRUD.

       FD CONTATOS.
       COPY FD_CONTATO.

       FD IRFMES.
      *    RESUMO MENSAL DO RETIDO PARA A DECLARACAO: TIPO MM COM O
      *    MES E TRAILER TT COM OS TOTAIS DO ANO.
       01  RG-IRFMES.
           02  IRF-TIPO        PIC X(02).
           02  IRF-ANO         PIC 9(04).
           02  IRF-MES         PIC 9(02).
           02  IRF-QUANTIDADE  PIC 9(07).
           02  IRF-VALOR-BRUTO PIC 9(13)V99.
           02  IRF-VALOR-RETIDO PIC 9(13)V99.
           02  IRF-VALOR-LIQUIDO PIC 9(13)V99.

       FD RELCAT.
       COPY FD_RELCAT.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-PAGCTL-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-WORKREND-TMP  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-INF      PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-IRF      PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY PRINTSRV_WS.
       77 WS-ST-CTL          PIC 99.
         88 ST-CTL-OK         VALUE 0.
       77 WS-ST-CONT         PIC 99.
         88 ST-CONT-OK        VALUE 0.
       77 WS-ST-IRF          PIC 99.
         88 ST-IRF-OK         VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-CTL-ABERTO      PIC X     VALUE 'N'.
         88 PAGCTL-ABERTO              VALUE 'S' FALSE 'N'.
       77 WS-DADOS-ABERTO    PIC X     VALUE 'N'.
         88 DADOS-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-CONT-ABERTO     PIC X     VALUE 'N'.
         88 CONTATOS-ABERTO            VALUE 'S' FALSE 'N'.
       77 WS-TEM-CONTATO     PIC X     VALUE 'N'.
         88 TEM-CONTATO                VALUE 'S' FALSE 'N'.
       77 WS-SAIDA-ABERTA    PIC X     VALUE 'N'.
         88 SAIDA-ABERTA               VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-ANO             PIC 9(04) VALUE ZEROS.
       01 WS-DATA-INI.
          02 WS-DATA-INI-ANO PIC 9(04).
          02 FILLER          PIC 9(04) VALUE 0101.
       01 WS-DATA-FIM.
          02 WS-DATA-FIM-ANO PIC 9(04).
          02 FILLER          PIC 9(04) VALUE 1231.
       77 WS-NOME-SAIDA      PIC X(60) VALUE SPACES.
       77 WS-NOME-IRFMES     PIC X(60) VALUE SPACES.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS PIC 9(07) VALUE ZEROS.
      *    TOTAIS DO ANO POR MES, PARA O RESUMO DA DECLARACAO.
       01 WS-TABELA-MESES.
          02 WS-MS-ITEM OCCURS 12 TIMES.
             03 WS-MS-QTD       PIC 9(07).
             03 WS-MS-BRUTO     PIC 9(13)V99.
             03 WS-MS-RETIDO    PIC 9(13)V99.
      *    MESES DO CODIGO CORRENTE, PARA O INFORME.
       01 WS-TABELA-CODIGO.
          02 WS-CD-ITEM OCCURS 12 TIMES.
             03 WS-CD-BRUTO     PIC S9(11)V99.
             03 WS-CD-RETIDO    PIC S9(11)V99.
       77 WS-IDX-MES         PIC 9(02) VALUE ZEROS.
       77 WS-COD-ATUAL       PIC 9(07) VALUE ZEROS.
       77 WS-BRUTO           PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-BRUTO       PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-RETIDO      PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO     PIC S9(13)V99 VALUE ZEROS.
       77 WS-ANO-QTD         PIC 9(07) VALUE ZEROS.
       77 WS-ANO-BRUTO       PIC 9(13)V99 VALUE ZEROS.
       77 WS-ANO-RETIDO      PIC 9(13)V99 VALUE ZEROS.
       77 WS-BRUTO-ED        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-RETIDO-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-LIQUIDO-ED      PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-CONT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-PAGAS      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-INFORMES   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-CONT   PIC 9(07) VALUE ZEROS.
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
               SORT WORKREND
                   ON ASCENDING KEY SD-COD-DADOS SD-MES
                   INPUT PROCEDURE  IS P0200-FORNECE-PAGAMENTOS
                   OUTPUT PROCEDURE IS P0300-EMITE-INFORMES
               IF EMP-VISAO-CONSOLIDADA
                   PERFORM P0400-GRAVA-RESUMO THRU P0400-FIM
               ELSE
                   DISPLAY 'RESUMO DA DECLARACAO SO NA VISAO'
                           ' CONSOLIDADA.'
               END-IF
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-INICIO.
           DISPLAY '***** INFORME ANUAL DE RENDIMENTOS *****'.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-TABELA-MESES.

           DISPLAY 'ANO-CALENDARIO (AAAA, VAZIO = ANO ANTERIOR): '
           ACCEPT WS-ANO.
           IF WS-ANO EQUAL ZEROS
               MOVE WS-HOJE(1:4) TO WS-ANO
               SUBTRACT 1 FROM WS-ANO
           END-IF.
           IF WS-ANO < 1900 OR WS-ANO > WS-HOJE(1:4)
               DISPLAY 'ANO-CALENDARIO INVALIDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           MOVE WS-ANO TO WS-DATA-INI-ANO WS-DATA-FIM-ANO.

           SET ST-CTL-OK TO TRUE.
           OPEN INPUT PAGCTL.
           IF NOT ST-CTL-OK
               DISPLAY 'PAGCTL.DAT INDISPONIVEL - NENHUM INFORME A'
                       ' EMITIR.'
               DISPLAY 'FILE STATUS: ' WS-ST-CTL
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.
           SET PAGCTL-ABERTO TO TRUE.

           SET ST-CONT-OK TO TRUE.
           OPEN INPUT CONTATOS.
           IF ST-CONT-OK
               SET CONTATOS-ABERTO TO TRUE
           ELSE
               DISPLAY 'CONTATOS.DAT INDISPONIVEL - OS INFORMES SAEM'
                       ' SEM ENDERECO.'
               DISPLAY 'FILE STATUS: ' WS-ST-CONT
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-OK
               SET DADOS-ABERTO TO TRUE
           END-IF.
       P0100-FIM.

       P0200-FORNECE-PAGAMENTOS.
      *    SO ENTRA INSTRUCAO PAGA: A ENVIADA SEM RETORNO E A
      *    REJEITADA NAO FORAM RENDIMENTO PAGO. INSTRUCAO ANTERIOR A
      *    RETENCAO (BRUTO ZERO) ENTRA PELO VALOR, SEM RETIDO.
           MOVE WS-DATA-INI TO PAG-DATA.
           MOVE ZEROS       TO PAG-SEQ.
           START PAGCTL KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.

           PERFORM P0210-LE-INSTRUCAO THRU P0210-FIM
                   UNTIL FIM-OK.
           SET FIM-OK TO FALSE.
       P0200-FIM.

       P0210-LE-INSTRUCAO.
           READ PAGCTL NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0210-FIM
           END-READ.

           IF PAG-DATA > WS-DATA-FIM
               SET FIM-OK TO TRUE
               GO TO P0210-FIM
           END-IF.

           ADD 1 TO WS-CONT-LIDAS.
           IF NOT PAG-PAGA
               GO TO P0210-FIM
           END-IF.

           MOVE SPACES TO DEPTO-DADOS.
           IF DADOS-ABERTO
               MOVE PAG-COD-DADOS TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       MOVE SPACES TO DEPTO-DADOS
               END-READ
           END-IF.
           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0210-FIM
           END-IF.
           ADD 1 TO WS-CONT-PAGAS.

           IF PAG-VALOR-BRUTO EQUAL ZEROS
               MOVE PAG-VALOR TO WS-BRUTO
           ELSE
               MOVE PAG-VALOR-BRUTO TO WS-BRUTO
           END-IF.

           MOVE PAG-DATA(5:2)    TO WS-IDX-MES.
           MOVE PAG-COD-DADOS    TO SD-COD-DADOS.
           MOVE WS-IDX-MES       TO SD-MES.
           MOVE WS-BRUTO         TO SD-BRUTO.
           MOVE PAG-VALOR-RETIDO TO SD-RETIDO.
           RELEASE SD-RENDIMENTO.

           ADD 1         TO WS-MS-QTD(WS-IDX-MES).
           ADD WS-BRUTO  TO WS-MS-BRUTO(WS-IDX-MES).
           ADD PAG-VALOR-RETIDO TO WS-MS-RETIDO(WS-IDX-MES).
       P0210-FIM.

       P0300-EMITE-INFORMES.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING WS-ARQ-PREF-INF DELIMITED BY SPACE
                  WS-HOJE '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE 'INFORME ANUAL DE RENDIMENTOS' TO PRT-TITULO.
           MOVE 'A' TO PRT-FUNCAO.
           MOVE WS-NOME-SAIDA TO PRT-NOME-ARQ.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.

           IF PRT-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A SAIDA DE IMPRESSAO.'
               DISPLAY 'RETORNO DO PRINTSRV: ' PRT-RETORNO
               GO TO P0300-FIM
           END-IF.
           SET SAIDA-ABERTA TO TRUE.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE ZEROS TO WS-COD-ATUAL.
           INITIALIZE WS-TABELA-CODIGO.
           SET FIM-OK TO FALSE.
           PERFORM P0310-RETORNA THRU P0310-FIM
                   UNTIL FIM-OK.
           IF WS-COD-ATUAL NOT EQUAL ZEROS
               PERFORM P0320-IMPRIME-INFORME THRU P0320-FIM
           END-IF.
           SET FIM-OK TO FALSE.

           IF WS-CONT-SEM-CONT > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS COM RENDIMENTO SEM NENHUM CONTATO: '
                      WS-CONT-SEM-CONT
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
           END-IF.
           IF NOT EMP-VISAO-CONSOLIDADA
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'INSTRUCOES PAGAS FORA DA VISAO: '
                      WS-CONT-FORA-VISAO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
           END-IF.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
           PERFORM P0600-REGISTRA-CATALOGO THRU P0600-FIM.
       P0300-FIM.

       P0310-RETORNA.
           RETURN WORKREND
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0310-FIM
           END-RETURN.

           IF SD-COD-DADOS NOT EQUAL WS-COD-ATUAL
               IF WS-COD-ATUAL NOT EQUAL ZEROS
                   PERFORM P0320-IMPRIME-INFORME THRU P0320-FIM
               END-IF
               MOVE SD-COD-DADOS TO WS-COD-ATUAL
               INITIALIZE WS-TABELA-CODIGO
           END-IF.

           MOVE SD-MES TO WS-IDX-MES.
           ADD SD-BRUTO  TO WS-CD-BRUTO(WS-IDX-MES).
           ADD SD-RETIDO TO WS-CD-RETIDO(WS-IDX-MES).
       P0310-FIM.

       P0320-IMPRIME-INFORME.
      *    UM INFORME POR CODIGO, DIRIGIDO AO PRIMEIRO CONTATO. SEM
      *    CONTATO O INFORME SAI MESMO ASSIM, MARCADO, PARA A MESA
      *    COMPLETAR O CADASTRO E REEMITIR.
           ADD 1 TO WS-CONT-INFORMES.
           MOVE SPACES TO NOM-DADOS.
           IF DADOS-ABERTO
               MOVE WS-COD-ATUAL TO COD-DADOS
               READ DADOS1
                   INVALID KEY
                       MOVE SPACES TO NOM-DADOS
               END-READ
           END-IF.

           PERFORM P0330-PRIMEIRO-CONTATO THRU P0330-FIM.

           MOVE ALL '=' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF TEM-CONTATO
               PERFORM P0340-IMPRIME-ENDERECO THRU P0340-FIM
           ELSE
               ADD 1 TO WS-CONT-SEM-CONT
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SEM CONTATO: COD ' WS-COD-ATUAL
                      ' ' NOM-DADOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'INFORME DE RENDIMENTOS PAGOS E IMPOSTO RETIDO NA'
                  ' FONTE - ANO-CALENDARIO ' WS-ANO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'BENEFICIARIO: COD ' WS-COD-ATUAL ' ' NOM-DADOS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'MES   RENDIMENTO BRUTO    IMPOSTO RETIDO'
             TO WS-LINHA-RELATORIO.
           MOVE 'VALOR LIQUIDO' TO WS-LINHA-RELATORIO(47:13).
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE ZEROS TO WS-TOT-BRUTO WS-TOT-RETIDO WS-TOT-LIQUIDO.
           MOVE 1 TO WS-IDX-MES.
           PERFORM P0350-IMPRIME-MES THRU P0350-FIM
                   UNTIL WS-IDX-MES > 12.

           MOVE WS-TOT-BRUTO   TO WS-BRUTO-ED.
           MOVE WS-TOT-RETIDO  TO WS-RETIDO-ED.
           MOVE WS-TOT-LIQUIDO TO WS-LIQUIDO-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ANO ' WS-BRUTO-ED '  ' WS-RETIDO-ED '  '
                  WS-LIQUIDO-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE 'GUARDE ESTE INFORME PARA A SUA DECLARACAO ANUAL.'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0320-FIM.

       P0330-PRIMEIRO-CONTATO.
           SET TEM-CONTATO TO FALSE.
           IF NOT CONTATOS-ABERTO
               GO TO P0330-FIM
           END-IF.

           MOVE WS-COD-ATUAL TO CONT-COD-DADOS.
           MOVE ZEROS        TO CONT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CONT-CHAVE
               INVALID KEY
                   GO TO P0330-FIM
           END-START.

           READ CONTATOS NEXT RECORD
               AT END
                   GO TO P0330-FIM
           END-READ.

           IF CONT-COD-DADOS EQUAL WS-COD-ATUAL
               SET TEM-CONTATO TO TRUE
           END-IF.
       P0330-FIM.

       P0340-IMPRIME-ENDERECO.
      *    ENDERECO ESTRUTURADO QUANDO HOUVER, SENAO O TEXTO LIVRE -
      *    O MESMO CRITERIO DAS CARTAS DE COBRANCA.
           MOVE CONT-NOME TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           IF CONT-LOGRADOURO NOT EQUAL SPACES
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING CONT-LOGRADOURO DELIMITED BY '  '
                      ', ' CONT-NUMERO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING CONT-CIDADE DELIMITED BY '  '
                      ' - ' CONT-UF ' CEP ' CONT-CEP
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           ELSE
               MOVE CONT-ENDERECO TO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-IF.
       P0340-FIM.

       P0350-IMPRIME-MES.
           IF WS-CD-BRUTO(WS-IDX-MES) NOT EQUAL ZEROS
              OR WS-CD-RETIDO(WS-IDX-MES) NOT EQUAL ZEROS
               MOVE WS-CD-BRUTO(WS-IDX-MES)  TO WS-BRUTO-ED
               MOVE WS-CD-RETIDO(WS-IDX-MES) TO WS-RETIDO-ED
               COMPUTE WS-LIQUIDO-ED = WS-CD-BRUTO(WS-IDX-MES)
                                     - WS-CD-RETIDO(WS-IDX-MES)
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING WS-IDX-MES '  ' WS-BRUTO-ED '  ' WS-RETIDO-ED
                      '  ' WS-LIQUIDO-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               ADD WS-CD-BRUTO(WS-IDX-MES)  TO WS-TOT-BRUTO
               ADD WS-CD-RETIDO(WS-IDX-MES) TO WS-TOT-RETIDO
               COMPUTE WS-TOT-LIQUIDO = WS-TOT-BRUTO - WS-TOT-RETIDO
           END-IF.
           ADD 1 TO WS-IDX-MES.
       P0350-FIM.

       P0400-GRAVA-RESUMO.
      *    OS DOZE MESES SAEM SEMPRE, MESMO ZERADOS, PARA A
      *    DECLARACAO FECHAR O ANO INTEIRO.
           MOVE SPACES TO WS-NOME-IRFMES.
           STRING WS-ARQ-PREF-IRF DELIMITED BY SPACE
                  WS-ANO '.TXT'
                  DELIMITED BY SIZE INTO WS-NOME-IRFMES.

           SET ST-IRF-OK TO TRUE.
           OPEN OUTPUT IRFMES.
           IF NOT ST-IRF-OK
               DISPLAY 'ERRO AO GRAVAR O RESUMO MENSAL DO RETIDO.'
               DISPLAY 'FILE STATUS: ' WS-ST-IRF
               GO TO P0400-FIM
           END-IF.

           MOVE ZEROS TO WS-ANO-QTD WS-ANO-BRUTO WS-ANO-RETIDO.
           MOVE 1 TO WS-IDX-MES.
           PERFORM P0410-GRAVA-MES THRU P0410-FIM
                   UNTIL WS-IDX-MES > 12.

           MOVE 'TT'          TO IRF-TIPO.
           MOVE WS-ANO        TO IRF-ANO.
           MOVE ZEROS         TO IRF-MES.
           MOVE WS-ANO-QTD    TO IRF-QUANTIDADE.
           MOVE WS-ANO-BRUTO  TO IRF-VALOR-BRUTO.
           MOVE WS-ANO-RETIDO TO IRF-VALOR-RETIDO.
           COMPUTE IRF-VALOR-LIQUIDO = WS-ANO-BRUTO - WS-ANO-RETIDO.
           WRITE RG-IRFMES.
           CLOSE IRFMES.
           DISPLAY 'RESUMO MENSAL DO RETIDO GRAVADO EM '
                   WS-NOME-IRFMES.
       P0400-FIM.

       P0410-GRAVA-MES.
           MOVE 'MM'                    TO IRF-TIPO.
           MOVE WS-ANO                  TO IRF-ANO.
           MOVE WS-IDX-MES              TO IRF-MES.
           MOVE WS-MS-QTD(WS-IDX-MES)    TO IRF-QUANTIDADE.
           MOVE WS-MS-BRUTO(WS-IDX-MES)  TO IRF-VALOR-BRUTO.
           MOVE WS-MS-RETIDO(WS-IDX-MES) TO IRF-VALOR-RETIDO.
           COMPUTE IRF-VALOR-LIQUIDO = WS-MS-BRUTO(WS-IDX-MES)
                                     - WS-MS-RETIDO(WS-IDX-MES).
           WRITE RG-IRFMES.

           ADD WS-MS-QTD(WS-IDX-MES)    TO WS-ANO-QTD.
           ADD WS-MS-BRUTO(WS-IDX-MES)  TO WS-ANO-BRUTO.
           ADD WS-MS-RETIDO(WS-IDX-MES) TO WS-ANO-RETIDO.
           ADD 1 TO WS-IDX-MES.
       P0410-FIM.

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
               MOVE 'INFREND ' TO REL-ID
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               STRING 'ANO-CALENDARIO ' WS-ANO
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

       P0500-FINALIZA.
           IF PAGCTL-ABERTO
               CLOSE PAGCTL
           END-IF.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           IF DADOS-ABERTO
               CLOSE DADOS1
           END-IF.
           IF SAIDA-ABERTA
               DISPLAY 'INFORMES GRAVADOS EM ' WS-NOME-SAIDA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'INSTRUCOES DO ANO LIDAS: ' WS-CONT-LIDAS.
           DISPLAY 'INSTRUCOES PAGAS.......: ' WS-CONT-PAGAS.
           DISPLAY 'INFORMES EMITIDOS......: ' WS-CONT-INFORMES.
           DISPLAY 'CODIGOS SEM CONTATO....: ' WS-CONT-SEM-CONT.
           DISPLAY 'FORA DA VISAO..........: ' WS-CONT-FORA-VISAO.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'PAGCTL.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PAGCTL-DAT.
           MOVE 'WORKREND.TMP' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-WORKREND-TMP.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
           MOVE 'RELCAT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RELCAT-DAT.
           MOVE 'INFREND.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-INF.
           MOVE 'IRFMES.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-IRF.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
