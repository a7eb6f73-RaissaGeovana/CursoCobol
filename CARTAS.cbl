      *          contato (CARTAS.AAAAMMDD.TXT), ambas no catalogo de
      *          relatorios, com o resumo dos codigos selecionados
      *          sem nenhum contato para a mesa completar o cadastro.
      *          No modo de cobranca, em vez dos filtros, seleciona os
      *          codigos do ciclo de cobranca (COBRANCA.DAT, mantido
      *          pelo COBRCIC) com carta de nivel pendente e imprime a
      *          carta de cobranca do nivel 1, 2 ou 3 com o endereco
      *          do contato (COBRCART.AAAAMMDD.TXT), registrando no
      *          ciclo a carta emitida. Contato que recusou a
      *          correspondencia no cadastro de consentimento
      *          (CONSENT.DAT, mantido pelo CONSMNT) nao recebe
      *          etiqueta nem carta em nenhum dos modos; os contatos
      *          suprimidos sao contados no rodape e no resumo, e o
      *          codigo so com contatos suprimidos nao entra como
      *          sem contato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS CNS-CHAVE
              FILE STATUS IS WS-ST-CNS.

              SELECT COBRANCA ASSIGN TO WS-ARQ-COBRANCA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COB-COD-DADOS
              FILE STATUS IS WS-ST-COB.

              SELECT RELCAT ASSIGN TO WS-ARQ-RELCAT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
       FD CONTATOS.
       COPY FD_CONTATO.

       FD CONSENT.
       COPY FD_CONSENT.

       FD COBRANCA.
       COPY FD_COBRANCA.

       FD RELCAT.
       COPY FD_RELCAT.

       77  WS-ARQ-RELCAT-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-ETIQ     PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-CARTA    PIC X(60) VALUE SPACES.
       77  WS-ARQ-COBRANCA-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PREF-COBR     PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONSENT-DAT   PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
         88 ST-CONT-OK        VALUE 0.
       77 WS-ST-CAT          PIC 99.
         88 ST-CAT-OK         VALUE 0.
       77 WS-ST-COB          PIC 99.
         88 ST-COB-OK         VALUE 0.
       77 WS-ST-CNS          PIC 99.
         88 ST-CNS-OK         VALUE 0.
       77 WS-CNS-ABERTO      PIC X     VALUE 'N'.
         88 CONSENT-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-SUPRIM  PIC X     VALUE 'N'.
         88 CONTATO-SUPRIMIDO          VALUE 'S' FALSE 'N'.
       77 WS-TEM-SUPRIMIDO   PIC X     VALUE 'N'.
         88 TEM-SUPRIMIDO              VALUE 'S' FALSE 'N'.
       77 WS-TIPO-CARTA      PIC X     VALUE SPACES.
         88 TIPO-MODELO                VALUE 'M' 'm' ' '.
         88 TIPO-COBRANCA              VALUE 'C' 'c'.
       77 WS-CONT-COBR       PIC 9(07) VALUE ZEROS.
       77 WS-COBR-SALDO-ED   PIC -ZZZZZZ9,99.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
       77 WS-FIM-CONT        PIC X.
       77 WS-CONT-SELEC      PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CONTATOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-CONT   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SUPRIMIDOS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM P0100-INICIO THRU P0100-FIM.
           IF NOT FIM-OK AND TIPO-MODELO
               MOVE 'E' TO WS-MODO-SAIDA
               PERFORM P0300-GERA-SAIDA THRU P0300-FIM
               MOVE 'C' TO WS-MODO-SAIDA
               PERFORM P0300-GERA-SAIDA THRU P0300-FIM
           END-IF.
           IF NOT FIM-OK AND TIPO-COBRANCA
               MOVE 'C' TO WS-MODO-SAIDA
               PERFORM P0300-GERA-SAIDA THRU P0300-FIM
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

           SET FIM-OK TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'CARTAS <M>ODELO PELOS FILTROS OU DE <C>OBRANCA'
                   ' PENDENTES DO CICLO (VAZIO = MODELO): '
           ACCEPT WS-TIPO-CARTA.
           IF NOT TIPO-MODELO AND NOT TIPO-COBRANCA
               DISPLAY 'TIPO DE CARTA INVALIDO.'
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

           IF TIPO-COBRANCA
               PERFORM P0110-ABRE-COBRANCA THRU P0110-FIM
               GO TO P0100-CONTATOS
           END-IF.

           DISPLAY 'DEPARTAMENTO (VAZIO = TODOS): '
           ACCEPT WS-FILTRO-DEPTO.
           DISPLAY 'SITUACAO <A>TIVO, <I>NATIVO (VAZIO = TODAS): '
           DISPLAY 'VALOR MAXIMO (VAZIO = SEM MAXIMO): '
           ACCEPT WS-FILTRO-VAL-MAX.

       P0100-CONTATOS.
           IF FIM-OK
               GO TO P0100-FIM
           END-IF.

           SET ST-CONT-OK TO TRUE.
           OPEN INPUT CONTATOS.
           IF ST-CONT-OK
                       ' OU CARTA SERA GERADA.'
               DISPLAY 'FILE STATUS: ' WS-ST-CONT
               SET FIM-OK TO TRUE
               GO TO P0100-FIM
           END-IF.

      *    SEM O CADASTRO DE CONSENTIMENTO (AINDA NAO CRIADO PELO
      *    CONSMNT) NINGUEM RECUSOU; CADASTRO EXISTENTE E ILEGIVEL
      *    PARA A CORRIDA - NAO SE ESCREVE A QUEM PODE TER RECUSADO.
           SET ST-CNS-OK TO TRUE.
           OPEN INPUT CONSENT.
           IF ST-CNS-OK
               SET CONSENT-ABERTO TO TRUE
           ELSE
               IF WS-ST-CNS NOT EQUAL 35
                   DISPLAY 'CONSENT.DAT INDISPONIVEL - NENHUMA'
                           ' ETIQUETA OU CARTA SERA GERADA.'
                   DISPLAY 'FILE STATUS: ' WS-ST-CNS
                   SET FIM-OK TO TRUE
               END-IF
           END-IF.
       P0100-FIM.

       P0110-ABRE-COBRANCA.
           SET ST-COB-OK TO TRUE.
           OPEN I-O COBRANCA.
           IF NOT ST-COB-OK
               DISPLAY 'COBRANCA.DAT INDISPONIVEL - RODE ANTES O'
                       ' CICLO DE COBRANCA (COBRCIC).'
               DISPLAY 'FILE STATUS: ' WS-ST-COB
               SET FIM-OK TO TRUE
           END-IF.
       P0110-FIM.

       P0300-GERA-SAIDA.
      *    DUAS PASSADAS COMPLETAS: UMA PARA AS ETIQUETAS E OUTRA
      *    PARA AS CARTAS - O PRINTSRV IMPRIME UMA SAIDA POR VEZ.
                      DELIMITED BY SIZE INTO WS-NOME-SAIDA
               MOVE 'ETIQUETAS DE ENDERECAMENTO' TO PRT-TITULO
           ELSE
               IF TIPO-COBRANCA
                   STRING WS-ARQ-PREF-COBR DELIMITED BY SPACE
                          WS-HOJE '.TXT'
                          DELIMITED BY SIZE INTO WS-NOME-SAIDA
                   MOVE 'CARTAS DE COBRANCA' TO PRT-TITULO
               ELSE
                   STRING WS-ARQ-PREF-CARTA DELIMITED BY SPACE
                          WS-HOJE '.TXT'
                          DELIMITED BY SIZE INTO WS-NOME-SAIDA
                   MOVE 'CARTAS-MODELO AOS CONTATOS' TO PRT-TITULO
               END-IF
           END-IF.

           MOVE 'A' TO PRT-FUNCAO.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-SELEC.
           IF MODO-ETIQUETAS
               MOVE ZEROS TO WS-CONT-CONTATOS WS-CONT-SEM-CONT
                             WS-CONT-SUPRIMIDOS
           END-IF.

           SET ST-OK TO TRUE.
               CLOSE DADOS1
           END-IF.

           IF (MODO-ETIQUETAS OR TIPO-COBRANCA)
              AND WS-CONT-SEM-CONT > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CODIGOS SELECIONADOS SEM NENHUM CONTATO: '
                      WS-CONT-SEM-CONT
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
           END-IF.

           IF WS-CONT-SUPRIMIDOS > ZEROS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'CONTATOS SUPRIMIDOS POR RECUSA DE'
                      ' CORRESPONDENCIA: ' WS-CONT-SUPRIMIDOS
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-LINHA-RELATORIO TO PRT-LINHA
               MOVE 'T' TO PRT-FUNCAO
               PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM
           END-IF.

           MOVE 'E' TO PRT-FUNCAO.
           PERFORM P0700-CHAMA-PRINTSRV THRU P0700-FIM.
           MOVE PRT-LINHAS TO WS-LINHAS-GRAVADAS.
       P0320-FILTRA.
           SET REG-SELECIONADO TO TRUE.

           IF TIPO-COBRANCA
               PERFORM P0325-FILTRA-COBRANCA THRU P0325-FIM
               GO TO P0320-FIM
           END-IF.

           IF WS-FILTRO-DEPTO NOT EQUAL SPACES
              AND DEPTO-DADOS NOT EQUAL WS-FILTRO-DEPTO
               SET REG-SELECIONADO TO FALSE
           END-IF.
       P0320-FIM.

       P0325-FILTRA-COBRANCA.
      *    SO ENTRA O CODIGO EM COBRANCA CUJA CARTA DO NIVEL CORRENTE
      *    AINDA NAO FOI IMPRESSA.
           SET REG-SELECIONADO TO FALSE.
           MOVE COD-DADOS TO COB-COD-DADOS.
           READ COBRANCA
               INVALID KEY
                   GO TO P0325-FIM
           END-READ.
           IF COB-EM-COBRANCA AND COB-CARTA-NIVEL < COB-NIVEL
               SET REG-SELECIONADO TO TRUE
           END-IF.
       P0325-FIM.

       P0330-CONTATOS-DO-CODIGO.
           SET TEM-CONTATO TO FALSE.
           SET TEM-SUPRIMIDO TO FALSE.
           SET FIM-CONT-OK TO FALSE.

           MOVE COD-DADOS TO CONT-COD-DADOS.
           PERFORM P0340-LE-CONTATO THRU P0340-FIM
                   UNTIL FIM-CONT-OK.

           IF TIPO-COBRANCA AND TEM-CONTATO
      *        A CARTA SAIU: O NIVEL FICA REGISTRADO NO CICLO. SEM
      *        CONTATO (OU COM TODOS OS CONTATOS SUPRIMIDOS PELA
      *        RECUSA) A CARTA SEGUE PENDENTE PARA A PROXIMA CORRIDA.
               MOVE COB-NIVEL TO COB-CARTA-NIVEL
               MOVE WS-HOJE   TO COB-DATA-CARTA
               REWRITE RG-COBRANCA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR A CARTA DO CODIGO '
                               COD-DADOS
               END-REWRITE
               ADD 1 TO WS-CONT-COBR
           END-IF.

           IF (MODO-ETIQUETAS OR TIPO-COBRANCA) AND NOT TEM-CONTATO
              AND NOT TEM-SUPRIMIDO
      *        SEM O CODIGO NA SAIDA NAO HA COMO CORRER ATRAS DA
      *        LACUNA - UMA LINHA POR CODIGO SEM CONTATO, ANTES DA
      *        CONTAGEM DO RODAPE.
           READ CONTATOS NEXT RECORD
               AT END
                   SET FIM-CONT-OK TO TRUE
                   GO TO P0340-FIM
           END-READ.
           IF CONT-COD-DADOS NOT EQUAL COD-DADOS
               SET FIM-CONT-OK TO TRUE
               GO TO P0340-FIM
           END-IF.

           PERFORM P0345-VERIFICA-CONSENT THRU P0345-FIM.
           IF CONTATO-SUPRIMIDO
               SET TEM-SUPRIMIDO TO TRUE
               IF MODO-ETIQUETAS OR TIPO-COBRANCA
                   ADD 1 TO WS-CONT-SUPRIMIDOS
               END-IF
               GO TO P0340-FIM
           END-IF.

           SET TEM-CONTATO TO TRUE.
           IF MODO-ETIQUETAS
               ADD 1 TO WS-CONT-CONTATOS
               PERFORM P0350-IMPRIME-ETIQUETA THRU P0350-FIM
           ELSE
               IF TIPO-COBRANCA
                   ADD 1 TO WS-CONT-CONTATOS
                   PERFORM P0370-IMPRIME-COBRANCA THRU P0370-FIM
               ELSE
                   PERFORM P0360-IMPRIME-CARTA THRU P0360-FIM
               END-IF
           END-IF.
       P0340-FIM.

       P0345-VERIFICA-CONSENT.
      *    SO A RECUSA EXPRESSA DO CANAL CARTA (1) SUPRIME O
      *    CONTATO; SEM DECISAO REGISTRADA O CONTATO RECEBE.
           SET CONTATO-SUPRIMIDO TO FALSE.
           IF NOT CONSENT-ABERTO
               GO TO P0345-FIM
           END-IF.
           MOVE CONT-COD-DADOS TO CNS-COD-DADOS.
           MOVE CONT-SEQ       TO CNS-SEQ.
           READ CONSENT
               INVALID KEY
                   GO TO P0345-FIM
           END-READ.
           IF CNS-RECUSA(1)
               SET CONTATO-SUPRIMIDO TO TRUE
           END-IF.
       P0345-FIM.

       P0350-IMPRIME-ETIQUETA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONT-NOME ' (' COD-DADOS ')'
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0360-FIM.

       P0370-IMPRIME-COBRANCA.
      *    CARTA DE COBRANCA COM O ENDERECO DO CONTATO (ESTRUTURADO
      *    QUANDO HOUVER, SENAO O TEXTO LIVRE) E O TEXTO DO NIVEL.
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

           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PREZADO(A) ' CONT-NOME ','
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE VALOR-DADOS TO WS-COBR-SALDO-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'O REGISTRO ' COD-DADOS ' (' NOM-DADOS ')'
                  ' APRESENTA SALDO DEVEDOR DE ' WS-COBR-SALDO-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DESDE ' COB-DATA-ENTRADA
                  '. AVISO DE COBRANCA NIVEL ' COB-NIVEL '.'
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           EVALUATE COB-NIVEL
               WHEN 1
                   MOVE 'PEDIMOS A GENTILEZA DE REGULARIZAR O SALDO'
                     TO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
                   MOVE 'OU NOS PROCURAR PELO TELEFONE DE SEMPRE.'
                     TO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               WHEN 2
                   MOVE 'O SALDO CONTINUA EM ABERTO APOS O PRIMEIRO'
                     TO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
                   MOVE 'AVISO. PEDIMOS A REGULARIZACAO URGENTE.'
                     TO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
               WHEN OTHER
                   MOVE 'ULTIMO AVISO: SEM A REGULARIZACAO DO SALDO'
                     TO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
                   MOVE 'O CASO SEGUE PARA AS MEDIDAS CABIVEIS.'
                     TO WS-LINHA-RELATORIO
                   PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM
           END-EVALUATE.

           MOVE 'ATENCIOSAMENTE, A EQUIPE DE COBRANCA.'
             TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.

           MOVE ALL '=' TO WS-LINHA-RELATORIO.
           PERFORM P0710-IMPRIME-LINHA THRU P0710-FIM.
       P0370-FIM.

       P0700-CHAMA-PRINTSRV.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/PRINTSRV'
               USING WS-PRINT-AREA.
               IF MODO-ETIQUETAS
                   MOVE 'ETIQUETA' TO REL-ID
               ELSE
                   IF TIPO-COBRANCA
                       MOVE 'COBRCART' TO REL-ID
                   ELSE
                       MOVE 'CARTAS  ' TO REL-ID
                   END-IF
               END-IF
               ACCEPT REL-DATA FROM DATE YYYYMMDD
               ACCEPT REL-HORA FROM TIME
               MOVE SPACES TO REL-PARAMETROS
               IF TIPO-COBRANCA
                   MOVE 'CARTAS DE COBRANCA PENDENTES'
                     TO REL-PARAMETROS
               ELSE
                   STRING 'DEP ' WS-FILTRO-DEPTO
                          ' ST ' WS-FILTRO-STATUS
                          DELIMITED BY SIZE INTO REL-PARAMETROS
               END-IF
               MOVE WS-LINHAS-GRAVADAS TO REL-LINHAS
               MOVE WS-NOME-SAIDA      TO REL-ARQUIVO
               WRITE RG-RELCAT
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           IF CONSENT-ABERTO
               CLOSE CONSENT
           END-IF.
           IF TIPO-COBRANCA AND ST-COB-OK
               CLOSE COBRANCA
           END-IF.
           DISPLAY '***********************************************'.
           DISPLAY 'REGISTROS LIDOS.......: ' WS-CONT-LIDOS.
           DISPLAY 'REGISTROS SELECIONADOS: ' WS-CONT-SELEC.
           DISPLAY 'CONTATOS IMPRESSOS....: ' WS-CONT-CONTATOS.
           DISPLAY 'CODIGOS SEM CONTATO...: ' WS-CONT-SEM-CONT.
           DISPLAY 'CONTATOS SUPRIMIDOS...: ' WS-CONT-SUPRIMIDOS.
           IF TIPO-COBRANCA
               DISPLAY 'COBRANCAS REGISTRADAS.: ' WS-CONT-COBR
           END-IF.
           DISPLAY '***********************************************'.
       P0500-FIM.

           MOVE 'CARTAS.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-CARTA.
           MOVE 'COBRANCA.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-COBRANCA-DAT.
           MOVE 'COBRCART.' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PREF-COBR.
           MOVE 'CONSENT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONSENT-DAT.
       9600-FIM.

       COPY PERFIL.
