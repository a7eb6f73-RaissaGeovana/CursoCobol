      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gerador mensal das tarifas de servico - carrega da
      *          TARIFA.DAT (mantida pelo TARIFMNT), por departamento,
      *          as faixas da vigencia mais recente nao posterior a
      *          data da corrida, percorre os codigos ativos de
      *          DADOS1.DAT, escolhe a faixa do departamento do codigo
      *          (ou da tabela padrao ****) pelo VALOR-DADOS corrente,
      *          calcula a tarifa (fixa ou percentual) e acrescenta o
      *          debito em LANCTOS.TXT com o motivo TAR para o motor
      *          de lancamentos aplicar. Cada codigo tarifado fica no
      *          registro TARIFREG.DAT do periodo, o que impede a
      *          cobranca em dobro se a corrida for repetida, e o
      *          relatorio de geracao TARIFLOG.AAAAMMDD lista o que
      *          foi debitado e o porque de cada codigo nao tarifado.
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
              SELECT TARIFA ASSIGN TO WS-ARQ-TARIFA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS TAR-CHAVE
              FILE STATUS IS WS-ST-TAR.

              SELECT TARIFREG ASSIGN TO WS-ARQ-TARIFREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS TRG-CHAVE
              ALTERNATE RECORD KEY IS TRG-CHAVE-DEPTO
              FILE STATUS IS WS-ST-TRG.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT LANCTOS ASSIGN TO WS-ARQ-LANCTOS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LCT.

              SELECT GERREL ASSIGN TO WS-NOME-GERREL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD TARIFA.
       COPY FD_TARIFA.

       FD TARIFREG.
       COPY FD_TARIFREG.

       FD DADOS1.
       COPY FD_CRUD.

       FD LANCTOS.
      *    MESMO LAYOUT DO ARQUIVO DE TRANSACOES LIDO PELO MOTOR DE
      *    LANCAMENTOS (LANCTOS.cbl).
       01  RG-LANCTO.
           02  LCT-COD-DADOS   PIC 9(07).
           02  LCT-TIPO        PIC X(01).
           02  LCT-VALOR       PIC 9(07)V99.
           02  LCT-MOTIVO      PIC X(03).
           02  LCT-DATA        PIC 9(08).

       FD GERREL.
       01  RG-GERREL           PIC X(80).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-TARIFA-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-TARIFREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-REL      PIC X(60) VALUE SPACES.
       77  WS-NOME-GERREL       PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-TAR          PIC 99.
         88 ST-TAR-OK         VALUE 0.
       77 WS-ST-TRG          PIC 99.
         88 ST-TRG-OK         VALUE 0.
       77 WS-ST-LCT          PIC 99.
         88 ST-LCT-OK         VALUE 0.
       77 WS-ST-REL          PIC 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-TAR         PIC X.
         88 FIM-TAR-OK        VALUE 'S' FALSE 'N'.
       77 WS-DAD-ABERTO      PIC X     VALUE 'N'.
         88 DAD-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-TRG-ABERTO      PIC X     VALUE 'N'.
         88 TRG-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-LCT-ABERTO      PIC X     VALUE 'N'.
         88 LCT-ABERTO                 VALUE 'S' FALSE 'N'.
       77 WS-REL-ABERTO      PIC X     VALUE 'N'.
         88 REL-ABERTO                 VALUE 'S' FALSE 'N'.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-PERIODO         PIC 9(06) VALUE ZEROS.
      *    FAIXAS EM VIGOR NA DATA DA CORRIDA, NA ORDEM DA CHAVE DO
      *    TARIFA.DAT (DEPARTAMENTO E LIMITE CRESCENTE).
       01 WS-TAB-FAIXAS.
          02 WS-FX OCCURS 200 TIMES.
             03 WS-FX-DEPTO     PIC X(04).
             03 WS-FX-VIGENCIA  PIC 9(08).
             03 WS-FX-LIMITE    PIC 9(07)V99.
             03 WS-FX-BASE      PIC X(01).
             03 WS-FX-VALOR     PIC 9(07)V99.
             03 WS-FX-TAXA      PIC 9(03)V9(04).
       77 WS-QTD-FAIXAS      PIC 9(03) VALUE ZEROS.
       77 WS-INI-DEPTO       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FX          PIC 9(03) VALUE ZEROS.
       77 WS-FX-ACHADA       PIC 9(03) VALUE ZEROS.
       77 WS-DEPTO-PROCURA   PIC X(04) VALUE SPACES.
       77 WS-TEM-TABELA      PIC X     VALUE 'N'.
         88 TEM-TABELA                 VALUE 'S' FALSE 'N'.
       77 WS-TARIFA          PIC 9(07)V99 VALUE ZEROS.
       77 WS-MOTIVO-PULO     PIC X(30) VALUE SPACES.
       77 WS-LINHA-REL       PIC X(80) VALUE SPACES.
       77 WS-VALOR-ED        PIC ZZZZZZ9,99.
       77 WS-BASE-ED         PIC -ZZZZZZ9,99.
       77 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-TARIFADOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PULADOS    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-INATIVOS   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-TARIFADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC ZZZZZZZZ9,99.

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
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-PROCESSA THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** GERADOR MENSAL DE TARIFAS ********'.
           MOVE ZEROS TO LK-RETORNO.
           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:6) TO WS-PERIODO.

           PERFORM P0110-CARREGA-FAIXAS THRU P0110-FIM.
           IF WS-QTD-FAIXAS EQUAL ZEROS
               DISPLAY 'NENHUMA FAIXA DE TARIFA EM VIGOR -'
                       ' CADASTRE PELO TARIFMNT.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF ST-OK
               SET DAD-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DADOS1.DAT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           SET ST-TRG-OK TO TRUE.
           OPEN I-O TARIFREG.
           IF WS-ST-TRG EQUAL 35
               OPEN OUTPUT TARIFREG
               CLOSE TARIFREG
               OPEN I-O TARIFREG
           END-IF.
           IF ST-TRG-OK
               SET TRG-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE TARIFAS.'
               DISPLAY 'FILE STATUS: ' WS-ST-TRG
               SET FIM-OK TO TRUE
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

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
               MOVE 8 TO LK-RETORNO
               GO TO P0100-FIM
           END-IF.

           MOVE SPACES TO WS-NOME-GERREL.
           STRING WS-ARQ-PREF-REL DELIMITED BY SPACE
                  WS-HOJE
                  DELIMITED BY SIZE INTO WS-NOME-GERREL.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT GERREL.
           IF ST-REL-OK
               SET REL-ABERTO TO TRUE
               MOVE SPACES TO WS-LINHA-REL
               STRING '***** GERACAO DE TARIFAS - PERIODO '
                      WS-PERIODO ' *****'
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE GERACAO.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
           END-IF.
       P0100-FIM.

       P0110-CARREGA-FAIXAS.
      *    O TARIFA.DAT VEM EM ORDEM DE DEPARTAMENTO, VIGENCIA E
      *    LIMITE: UMA VIGENCIA MAIS NOVA (AINDA NAO POSTERIOR A
      *    CORRIDA) DESCARTA AS FAIXAS DA ANTERIOR DO MESMO
      *    DEPARTAMENTO, FICANDO SO A TABELA EM VIGOR.
           MOVE ZEROS TO WS-QTD-FAIXAS WS-INI-DEPTO.
           SET FIM-TAR-OK TO FALSE.

           SET ST-TAR-OK TO TRUE.
           OPEN INPUT TARIFA.
           IF NOT ST-TAR-OK
               DISPLAY 'TABELA DE TARIFAS TARIFA.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-TAR
               GO TO P0110-FIM
           END-IF.

           PERFORM P0120-LE-FAIXA THRU P0120-FIM
                   UNTIL FIM-TAR-OK.
           CLOSE TARIFA.
       P0110-FIM.

       P0120-LE-FAIXA.
           READ TARIFA NEXT RECORD
               AT END
                   SET FIM-TAR-OK TO TRUE
                   GO TO P0120-FIM
           END-READ.

           IF TAR-VIGENCIA > WS-HOJE
               GO TO P0120-FIM
           END-IF.

           IF WS-QTD-FAIXAS > ZEROS
              AND WS-FX-DEPTO(WS-QTD-FAIXAS) EQUAL TAR-DEPTO
               IF TAR-VIGENCIA > WS-FX-VIGENCIA(WS-QTD-FAIXAS)
                   COMPUTE WS-QTD-FAIXAS = WS-INI-DEPTO - 1
               END-IF
           ELSE
               COMPUTE WS-INI-DEPTO = WS-QTD-FAIXAS + 1
           END-IF.

           IF WS-QTD-FAIXAS NOT < 200
               DISPLAY 'ALERTA: TABELA DE FAIXAS CHEIA (200) -'
                       ' DEPTO ' TAR-DEPTO ' INCOMPLETO.'
               GO TO P0120-FIM
           END-IF.

           ADD 1 TO WS-QTD-FAIXAS.
           MOVE TAR-DEPTO    TO WS-FX-DEPTO(WS-QTD-FAIXAS).
           MOVE TAR-VIGENCIA TO WS-FX-VIGENCIA(WS-QTD-FAIXAS).
           MOVE TAR-LIMITE   TO WS-FX-LIMITE(WS-QTD-FAIXAS).
           MOVE TAR-BASE     TO WS-FX-BASE(WS-QTD-FAIXAS).
           MOVE TAR-VALOR    TO WS-FX-VALOR(WS-QTD-FAIXAS).
           MOVE TAR-TAXA     TO WS-FX-TAXA(WS-QTD-FAIXAS).
       P0120-FIM.

       P0200-PROCESSA.
           READ DADOS1 NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   IF DADO-ATIVO
                       PERFORM P0210-AVALIA-CODIGO THRU P0210-FIM
                   ELSE
                       ADD 1 TO WS-CONT-INATIVOS
                   END-IF
           END-READ.
       P0200-FIM.

       P0210-AVALIA-CODIGO.
           MOVE SPACES TO WS-MOTIVO-PULO.

           MOVE WS-PERIODO TO TRG-PERIODO.
           MOVE COD-DADOS  TO TRG-COD-DADOS.
           READ TARIFREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'JA TARIFADO NO PERIODO' TO WS-MOTIVO-PULO
                   GO TO P0210-RELATA
           END-READ.

      *    TABELA PROPRIA DO DEPARTAMENTO SUBSTITUI A PADRAO POR
      *    INTEIRO; SO DEPARTAMENTO SEM TABELA CAI NA ****.
           MOVE DEPTO-DADOS TO WS-DEPTO-PROCURA.
           PERFORM P0220-PROCURA-FAIXA THRU P0220-FIM.
           IF NOT TEM-TABELA
               MOVE '****' TO WS-DEPTO-PROCURA
               PERFORM P0220-PROCURA-FAIXA THRU P0220-FIM
           END-IF.

           IF NOT TEM-TABELA
               MOVE 'SEM TABELA DE TARIFAS' TO WS-MOTIVO-PULO
               GO TO P0210-RELATA
           END-IF.

           IF WS-FX-ACHADA EQUAL ZEROS
               MOVE 'VALOR ACIMA DA ULTIMA FAIXA' TO WS-MOTIVO-PULO
               GO TO P0210-RELATA
           END-IF.

           PERFORM P0230-CALCULA-TARIFA THRU P0230-FIM.
           IF WS-MOTIVO-PULO EQUAL SPACES
               PERFORM P0240-GERA-DEBITO THRU P0240-FIM
               GO TO P0210-FIM
           END-IF.

       P0210-RELATA.
           ADD 1 TO WS-CONT-PULADOS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING COD-DADOS ' ' DEPTO-DADOS
                  ' NAO TARIFADO - ' WS-MOTIVO-PULO
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
       P0210-FIM.

       P0220-PROCURA-FAIXA.
      *    PRIMEIRA FAIXA DO DEPARTAMENTO CUJO LIMITE ALCANCA O
      *    VALOR-DADOS; TEM-TABELA DIZ SE O DEPARTAMENTO TEM FAIXAS.
           SET TEM-TABELA TO FALSE.
           MOVE ZEROS TO WS-FX-ACHADA.
           MOVE 1 TO WS-IDX-FX.
           PERFORM P0225-CONFERE-FAIXA THRU P0225-FIM
                   UNTIL WS-FX-ACHADA > ZEROS
                      OR WS-IDX-FX > WS-QTD-FAIXAS.
       P0220-FIM.

       P0225-CONFERE-FAIXA.
           IF WS-FX-DEPTO(WS-IDX-FX) EQUAL WS-DEPTO-PROCURA
               SET TEM-TABELA TO TRUE
               IF WS-FX-LIMITE(WS-IDX-FX) NOT < VALOR-DADOS
                   MOVE WS-IDX-FX TO WS-FX-ACHADA
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-FX.
       P0225-FIM.

       P0230-CALCULA-TARIFA.
      *    PERCENTUAL SOBRE SALDO NULO OU NEGATIVO NAO GERA TARIFA;
      *    FAIXA ISENTA (TARIFA ZERO) TAMBEM NAO GERA DEBITO.
           MOVE ZEROS TO WS-TARIFA.

           IF WS-FX-BASE(WS-FX-ACHADA) EQUAL 'P'
               IF VALOR-DADOS NOT > ZEROS
                   MOVE 'SALDO NAO POSITIVO' TO WS-MOTIVO-PULO
                   GO TO P0230-FIM
               END-IF
               COMPUTE WS-TARIFA ROUNDED =
                       VALOR-DADOS * WS-FX-TAXA(WS-FX-ACHADA) / 100
                   ON SIZE ERROR
                       MOVE 'TARIFA CALCULADA INVALIDA'
                         TO WS-MOTIVO-PULO
                       GO TO P0230-FIM
               END-COMPUTE
           ELSE
               MOVE WS-FX-VALOR(WS-FX-ACHADA) TO WS-TARIFA
           END-IF.

           IF WS-TARIFA EQUAL ZEROS
               MOVE 'FAIXA ISENTA' TO WS-MOTIVO-PULO
           END-IF.
       P0230-FIM.

       P0240-GERA-DEBITO.
      *    O REGISTRO DO PERIODO E GRAVADO ANTES DO DEBITO: SE O
      *    REGISTRO FALHAR, NADA VAI PARA O LANCTOS.TXT E A CORRIDA
      *    SEGUINTE TARIFA O CODIGO SEM RISCO DE DOBRA.
           MOVE WS-PERIODO                 TO TRG-PERIODO
                                              TRG-PERIODO-DEP.
           MOVE COD-DADOS                  TO TRG-COD-DADOS
                                              TRG-COD-DEP.
           MOVE DEPTO-DADOS                TO TRG-DEPTO.
           MOVE WS-FX-DEPTO(WS-FX-ACHADA)    TO TRG-TABELA.
           MOVE WS-FX-VIGENCIA(WS-FX-ACHADA) TO TRG-VIGENCIA.
           MOVE WS-FX-LIMITE(WS-FX-ACHADA)   TO TRG-LIMITE.
           MOVE WS-FX-BASE(WS-FX-ACHADA)     TO TRG-BASE.
           MOVE VALOR-DADOS                TO TRG-VALOR-BASE.
           MOVE WS-TARIFA                  TO TRG-TARIFA.
           MOVE WS-HOJE                    TO TRG-DATA.
           ACCEPT TRG-HORA FROM TIME.

           WRITE RG-TARIFREG
               INVALID KEY
                   MOVE 'ERRO NO REGISTRO DE TARIFAS'
                     TO WS-MOTIVO-PULO
                   ADD 1 TO WS-CONT-PULADOS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING COD-DADOS ' ' DEPTO-DADOS
                          ' NAO TARIFADO - ' WS-MOTIVO-PULO
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   PERFORM P0260-GRAVA-LINHA THRU P0260-FIM
                   GO TO P0240-FIM
           END-WRITE.

           MOVE COD-DADOS  TO LCT-COD-DADOS.
           MOVE 'D'        TO LCT-TIPO.
           MOVE WS-TARIFA  TO LCT-VALOR.
           MOVE 'TAR'      TO LCT-MOTIVO.
           MOVE WS-HOJE    TO LCT-DATA.
           WRITE RG-LANCTO.

           ADD 1 TO WS-CONT-TARIFADOS.
           ADD WS-TARIFA TO WS-TOTAL-TARIFADO
               ON SIZE ERROR
                   DISPLAY 'ERRO DE PROCESSAMENTO: TOTAL TARIFADO'
                           ' EXCEDEU O LIMITE.'
           END-ADD.

           MOVE VALOR-DADOS TO WS-BASE-ED.
           MOVE WS-TARIFA   TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING COD-DADOS ' ' DEPTO-DADOS
                  ' TABELA ' WS-FX-DEPTO(WS-FX-ACHADA)
                  ' BASE ' WS-BASE-ED
                  ' TARIFA ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM P0260-GRAVA-LINHA THRU P0260-FIM.
       P0240-FIM.

       P0260-GRAVA-LINHA.
           IF REL-ABERTO
               WRITE RG-GERREL FROM WS-LINHA-REL
           END-IF.
           DISPLAY WS-LINHA-REL.
       P0260-FIM.

       P0500-FINALIZA.
           IF DAD-ABERTO
               CLOSE DADOS1
           END-IF.
           IF TRG-ABERTO
               CLOSE TARIFREG
           END-IF.
           IF LCT-ABERTO
               CLOSE LANCTOS
           END-IF.
           IF REL-ABERTO
               MOVE WS-TOTAL-TARIFADO TO WS-TOTAL-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'LIDOS: '      WS-CONT-LIDOS
                      ' TARIFADOS: ' WS-CONT-TARIFADOS
                      ' PULADOS: '   WS-CONT-PULADOS
                      ' VALOR: '     WS-TOTAL-ED
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE RG-GERREL FROM WS-LINHA-REL
               CLOSE GERREL
               DISPLAY 'RELATORIO DE GERACAO GRAVADO EM TARIFLOG.'
                       WS-HOJE
           END-IF.
           MOVE WS-CONT-LIDOS     TO LK-CONT-LIDOS.
           MOVE WS-CONT-TARIFADOS TO LK-CONT-GRAVADOS.
           MOVE WS-CONT-PULADOS   TO LK-CONT-REJEITADOS.
           DISPLAY '***********************************************'.
           DISPLAY 'CODIGOS LIDOS.........: ' WS-CONT-LIDOS.
           DISPLAY 'CODIGOS INATIVOS......: ' WS-CONT-INATIVOS.
           DISPLAY 'CODIGOS TARIFADOS.....: ' WS-CONT-TARIFADOS.
           DISPLAY 'CODIGOS NAO TARIFADOS.: ' WS-CONT-PULADOS.
           DISPLAY 'OS DEBITOS FORAM ACRESCENTADOS EM LANCTOS.TXT'
           DISPLAY 'PARA O MOTOR DE LANCAMENTOS APLICAR.'.
           DISPLAY '***********************************************'.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'TARIFA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-TARIFA-DAT.
           MOVE 'TARIFREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-TARIFREG-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'LANCTOS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LANCTOS-TXT.
           MOVE 'TARIFLOG.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-REL.
       9600-FIM.

       COPY PERFIL.
