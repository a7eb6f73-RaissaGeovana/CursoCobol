      *          geradas pelo ALTDADOS para registros acima do limite
      *          de valor. Um segundo operador, diferente de quem
      *          pediu a alteracao, revisa o antes/depois e aprova
      *          (aplica no cadastro que a pendencia indica -
      *          DADOS.DAT, ou DADOS1.DAT nas correcoes devolvidas
      *          pelo CORRAPL - e grava historico e diario) ou
      *          rejeita (tambem com historico e diario); nos dois
      *          casos a pendencia e removida da fila. Transferencias
      *          de departamento e correcoes da data de cadastro
      *          pendentes sao exibidas e aplicadas junto com o nome.
      *          Toda decisao (e a pendencia descartada por codigo
      *          inexistente) entra no log de atendimento das filas
      *          (ATENDIM.TXT) com o pedido e a decisao, para o SLAREL.
      *          Tambem e chamado pela fila de trabalho do operador
      *          (FILATRAB), para onde volta ao encerrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS VERS-CHAVE
              FILE STATUS IS WS-ST-VERS.

              SELECT ATENDIM ASSIGN TO WS-ARQ-ATENDIM-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ATD.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL

       FD VERSOES.
       COPY FD_VERSAO.

       FD ATENDIM.
       COPY FD_ATEND.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY ATEND_WS.
       77  WS-ARQ-PENDALT-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS-DAT       PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS-PADRAO    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOSHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77 WS-NOME-NOVO-PEND PIC X(20) VALUE SPACES.
       77 WS-NOME-ANT-PEND  PIC X(20) VALUE SPACES.
       77 WS-OPER-PEDIDO    PIC X(08) VALUE SPACES.
       77 WS-DEPTO-ANT-PEND PIC X(04) VALUE SPACES.
       77 WS-DEPTO-NOVO-PEND PIC X(04) VALUE SPACES.
       77 WS-DATA-ANT-PEND  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-NOVA-PEND PIC 9(08) VALUE ZEROS.
       77 WS-ARQ-ALVO-PEND  PIC X(12) VALUE SPACES.
       77 WS-TRANSF-TEXTO   PIC X(20) VALUE SPACES.
       77 WS-HIST-OBTER     PIC X     VALUE SPACES.
       77 WS-HIST-VALIDA    PIC X     VALUE SPACES.
       77 WS-HIST-ANO       PIC 9(04) VALUE ZEROS.
                       UNTIL FIM-OK
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** APROVACAO DE ALTERACOES PENDENTES ******'.
                       INVALID KEY
                           DISPLAY 'REVISOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-REV-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET REVISOR-OK TO TRUE
                           ELSE
                               DISPLAY 'REVISOR OU SENHA INVALIDOS.'
           MOVE PEND-NOME-ANTIGO TO WS-NOME-ANT-PEND.
           MOVE PEND-NOME-NOVO   TO WS-NOME-NOVO-PEND.
           MOVE PEND-OPERADOR    TO WS-OPER-PEDIDO.
           MOVE PEND-DEPTO-ANTIGO TO WS-DEPTO-ANT-PEND.
           MOVE PEND-DEPTO-NOVO   TO WS-DEPTO-NOVO-PEND.
           MOVE PEND-DATA-ANTIGA  TO WS-DATA-ANT-PEND.
           MOVE PEND-DATA-NOVA    TO WS-DATA-NOVA-PEND.
           MOVE PEND-ARQUIVO      TO WS-ARQ-ALVO-PEND.
           IF WS-ARQ-ALVO-PEND EQUAL SPACES
               MOVE 'DADOS.DAT' TO WS-ARQ-ALVO-PEND
           END-IF.
           MOVE PEND-DATA         TO WS-ATD-DATA-ABERTURA.
           MOVE PEND-HORA         TO WS-ATD-HORA-ABERTURA.

           IF WS-OPER-PEDIDO EQUAL WS-REVISOR
               DISPLAY 'PENDENCIA DO CODIGO ' WS-COD-PENDENTE
               DISPLAY 'CODIGO......: ' WS-COD-PENDENTE
                       '  PEDIDA POR: ' WS-OPER-PEDIDO
                       ' EM ' PEND-DATA
               DISPLAY 'CADASTRO....: ' WS-ARQ-ALVO-PEND
               DISPLAY 'NOME ATUAL..: ' WS-NOME-ANT-PEND
               DISPLAY 'NOME NOVO...: ' WS-NOME-NOVO-PEND
               IF WS-DEPTO-NOVO-PEND NOT EQUAL WS-DEPTO-ANT-PEND
                   DISPLAY 'DEPTO ATUAL.: ' WS-DEPTO-ANT-PEND
                           '  NOVO: ' WS-DEPTO-NOVO-PEND
               END-IF
               IF WS-DATA-NOVA-PEND NOT EQUAL WS-DATA-ANT-PEND
                   DISPLAY 'DATA ATUAL..: ' WS-DATA-ANT-PEND
                           '  NOVA: ' WS-DATA-NOVA-PEND
               END-IF
               MOVE SPACES TO WS-DECISAO
               DISPLAY '<A>PROVAR, <R>EJEITAR OU <P>ULAR: '
               ACCEPT WS-DECISAO
       P0210-FIM.

       P0220-APLICA.
      *    A ALTERACAO VAI PARA O CADASTRO LOGICO EM QUE FOI PEDIDA.
           IF WS-ARQ-ALVO-PEND EQUAL 'DADOS1.DAT'
               MOVE WS-ARQ-DADOS1-DAT TO WS-ARQ-DADOS-DAT
           ELSE
               MOVE WS-ARQ-DADOS-PADRAO TO WS-ARQ-DADOS-DAT
           END-IF.
           SET ST-OK TO TRUE.
           OPEN I-O DADOS.

                   INVALID KEY
                       DISPLAY 'CODIGO ' WS-COD-PENDENTE ' NAO EXISTE'
                               ' MAIS - PENDENCIA DESCARTADA.'
                       MOVE 'D' TO WS-ATD-DECISAO
                       PERFORM P0260-REMOVE-PENDENCIA THRU P0260-FIM
                   NOT INVALID KEY
                       MOVE RG-DADOS TO WS-IMAGEM-ANTES
                       PERFORM P0270-GRAVA-VERSAO THRU P0270-FIM
                       MOVE WS-NOME-NOVO-PEND  TO NOM-DADOS
                       MOVE WS-DEPTO-NOVO-PEND TO DEPTO-DADOS
                       MOVE WS-DATA-NOVA-PEND  TO DATA-DADOS
                       REWRITE RG-DADOS
                       DISPLAY 'ALTERACAO APLICADA NO CODIGO '
                               WS-COD-PENDENTE '.'
                       ADD 1 TO WS-CONT-APROVADAS
                       PERFORM P0240-GRAVA-HISTORICO THRU P0240-FIM
                       PERFORM P0250-GRAVA-DIARIO THRU P0250-FIM
                       PERFORM P0257-GRAVA-DIARIO-TRANSF
                               THRU P0257-FIM
                       MOVE 'A' TO WS-ATD-DECISAO
                       PERFORM P0260-REMOVE-PENDENCIA THRU P0260-FIM
               END-READ
               CLOSE DADOS
           PERFORM P0240-GRAVA-HISTORICO THRU P0240-FIM.
           SET DIARIO-OP-REJEICAO TO TRUE.
           PERFORM P0255-GRAVA-DIARIO-DECISAO THRU P0255-FIM.
           MOVE 'R' TO WS-ATD-DECISAO.
           PERFORM P0260-REMOVE-PENDENCIA THRU P0260-FIM.
           ADD 1 TO WS-CONT-REJEITADAS.
           DISPLAY 'ALTERACAO DO CODIGO ' WS-COD-PENDENTE
               MOVE WS-COD-PENDENTE   TO HIST-COD-DADOS
               MOVE WS-NOME-ANT-PEND  TO HIST-NOME-ANTIGO
               MOVE WS-NOME-NOVO-PEND TO HIST-NOME-NOVO
               MOVE WS-DEPTO-ANT-PEND  TO HIST-DEPTO-ANTIGO
               MOVE WS-DEPTO-NOVO-PEND TO HIST-DEPTO-NOVO
               MOVE WS-DATA-ANT-PEND   TO HIST-DATA-ANTIGA
               MOVE WS-DATA-NOVA-PEND  TO HIST-DATA-NOVA
               PERFORM P0245-DATA-HISTORICO THRU P0245-FIM
               ACCEPT HIST-HORA FROM TIME
               MOVE WS-REVISOR TO HIST-OPERADOR
           CLOSE DIARIO.
       P0255-FIM.

       P0257-GRAVA-DIARIO-TRANSF.
      *    TRANSFERENCIA DE DEPARTAMENTO E CORRECAO DA DATA DE
      *    CADASTRO APROVADAS GANHAM UMA ENTRADA PROPRIA NO DIARIO,
      *    COM O DE/PARA NO CAMPO DE TEXTO, COMO NO ALTDADOS.
           IF WS-DEPTO-NOVO-PEND NOT EQUAL WS-DEPTO-ANT-PEND
               MOVE SPACES TO WS-TRANSF-TEXTO
               STRING 'DEPTO ' WS-DEPTO-ANT-PEND ' > '
                      WS-DEPTO-NOVO-PEND
                      DELIMITED BY SIZE INTO WS-TRANSF-TEXTO
               PERFORM P0258-GRAVA-DIARIO-TEXTO THRU P0258-FIM
           END-IF.

           IF WS-DATA-NOVA-PEND NOT EQUAL WS-DATA-ANT-PEND
               MOVE SPACES TO WS-TRANSF-TEXTO
               STRING 'DT ' WS-DATA-ANT-PEND '>' WS-DATA-NOVA-PEND
                      DELIMITED BY SIZE INTO WS-TRANSF-TEXTO
               PERFORM P0258-GRAVA-DIARIO-TEXTO THRU P0258-FIM
           END-IF.
       P0257-FIM.

       P0258-GRAVA-DIARIO-TEXTO.
           SET ST-DIARIO-OK TO TRUE.

           OPEN EXTEND DIARIO.

           IF WS-ST-DIARIO EQUAL 35 THEN
               OPEN OUTPUT DIARIO
           END-IF.

           IF ST-DIARIO-OK THEN
               MOVE 'APRALT'          TO DIARIO-PROGRAMA
               SET DIARIO-OP-ALTERACAO TO TRUE
               MOVE WS-COD-PENDENTE   TO DIARIO-COD-DADOS
               MOVE WS-TRANSF-TEXTO   TO DIARIO-NOM-DADOS
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD
               ACCEPT DIARIO-HORA FROM TIME
               MOVE WS-REVISOR TO DIARIO-OPERADOR
               WRITE RG-DIARIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DIARIO DE TRANSACOES.'
               DISPLAY 'FILE STATUS: ' WS-ST-DIARIO
           END-IF.

           CLOSE DIARIO.
       P0258-FIM.

       P0270-GRAVA-VERSAO.
      *    GUARDA A IMAGEM COMPLETA DO REGISTRO ANTES DA APLICACAO
      *    DA PENDENCIA, NUMERADA NA SEQUENCIA DO CODIGO, PARA A
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER A PENDENCIA DO CODIGO '
                           WS-COD-PENDENTE '.'
               NOT INVALID KEY
                   PERFORM P0265-REGISTRA-ATENDIMENTO THRU P0265-FIM
           END-DELETE.
       P0260-FIM.

       P0265-REGISTRA-ATENDIMENTO.
      *    A PENDENCIA SAI DA FILA; O TEMPO DE ATENDIMENTO FICA NO
      *    LOG (ABERTURA = PEDIDO NO ALTDADOS, DEPTO = O DO REGISTRO).
           MOVE 'PENDALT'         TO WS-ATD-FILA.
           MOVE WS-COD-PENDENTE   TO WS-ATD-ITEM.
           MOVE WS-REVISOR        TO WS-ATD-OPERADOR.
           MOVE WS-DEPTO-ANT-PEND TO WS-ATD-DEPTO.
           MOVE 'APRALT'          TO WS-ATD-PROGRAMA.
           PERFORM 9470-GRAVA-ATENDIMENTO THRU 9470-FIM.
       P0265-FIM.

       P0500-FINALIZA.
           IF REVISOR-OK
               CLOSE PENDALT
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'DADOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS-PADRAO.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DADOSHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOSHIST-TXT.
           MOVE 'VERSOES.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-VERSOES-DAT.
           MOVE 'ATENDIM.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ATENDIM-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY ATEND.
