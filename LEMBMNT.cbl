      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acompanhamento das notas com data de retorno
      *          (LEMBRETE.DAT) - lista os retornos abertos do
      *          operador assinado, de um departamento ou todos, com
      *          o texto da nota (NOTAS.DAT); conclui um retorno
      *          pela chave da nota (codigo, data e hora) e reatribui
      *          um retorno aberto para outra data e outro
      *          responsavel (operador ou departamento). Chamado pela
      *          opcao A do MENUPROG.
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
              SELECT LEMBRETE ASSIGN TO WS-ARQ-LEMBRETE-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS LEM-CHAVE
              FILE STATUS IS WS-ST.

              SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS NOTA-CHAVE
              FILE STATUS IS WS-ST-NOTA.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-LEM-OPER.

              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-LEM-DEPTO.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD LEMBRETE.
       COPY FD_LEMBRETE.

       FD NOTAS.
       COPY FD_NOTA.

       FD OPERMST.
       COPY FD_OPER.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY LEMBRETE_WS.
       77  WS-ARQ-LEMBRETE-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-NOTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-NOTA        PIC 99.
         88 ST-NOTA-OK      VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
         88 OPCAO-CONCLUIR            VALUE 'C' 'c'.
         88 OPCAO-REATRIBUIR          VALUE 'R' 'r'.
       77 WS-FILTRO         PIC X     VALUE SPACES.
         88 FILTRO-MEUS               VALUE 'M' 'm' ' '.
         88 FILTRO-DEPTO              VALUE 'D' 'd'.
         88 FILTRO-TODOS              VALUE 'T' 't'.
       77 WS-DEPTO-FILTRO   PIC X(04) VALUE SPACES.
       77 WS-NOTA-ABERTA    PIC X     VALUE 'N'.
         88 NOTA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-ACHADA   PIC X     VALUE 'N'.
         88 CHAVE-ACHADA              VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ATRASADOS PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-RET   PIC X(10) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-CHAVE-ENTRADA.
          02 WS-ENT-COD     PIC 9(07) VALUE ZEROS.
          02 WS-ENT-DATA    PIC 9(08) VALUE ZEROS.
          02 WS-ENT-HORA    PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           02 LK-MENSAGEM       PIC X(20).
           02 LK-OPERADOR       PIC X(08).
           02 LK-NIVEL          PIC 9(01).
           02 LK-MODO           PIC X(01) VALUE SPACE.
           02 LK-COD-CONSULTA   PIC 9(07).
           02 LK-ACHOU          PIC X(01).
           02 LK-DADOS-SAIDA.
               03 LK-COD-SAIDA      PIC 9(07).
               03 LK-NOME-SAIDA     PIC X(20).
               03 LK-DEPTO-SAIDA    PIC X(04).
               03 LK-STATUS-SAIDA   PIC X(01).
               03 LK-VALOR-SAIDA    PIC S9(07)V99 COMP-3.
               03 LK-DATA-SAIDA.
                   04 LK-DATA-SAIDA-AAAA PIC 9(04).
                   04 LK-DATA-SAIDA-MM   PIC 9(02).
                   04 LK-DATA-SAIDA-DD   PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

       0100-INICIO.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           DISPLAY '******** ACOMPANHAMENTO DE NOTAS ********'
           SET WS-EXIT-OK     TO FALSE.
           MOVE SPACES TO LK-MENSAGEM.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O LEMBRETE.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT LEMBRETE
           END-IF.

           IF ST-OK THEN
               CLOSE LEMBRETE
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACOMPANHAMENTOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               MOVE 'ERRO NO ARQUIVO' TO LK-MENSAGEM
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<L>ISTAR RETORNOS ABERTOS, <C>ONCLUIR,'
                   ' <R>EATRIBUIR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM 0210-LISTA-ABERTOS THRU 0210-FIM
               WHEN OPCAO-CONCLUIR
                   PERFORM 0230-CONCLUI THRU 0230-FIM
               WHEN OPCAO-REATRIBUIR
                   PERFORM 0240-REATRIBUI THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR WS-OPCAO EQUAL 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-LISTA-ABERTOS.
      *    RETORNOS AINDA ABERTOS, NA ORDEM DA NOTA (CODIGO, DATA
      *    E HORA), COM A SITUACAO EM RELACAO A HOJE.
           MOVE SPACES TO WS-FILTRO WS-DEPTO-FILTRO.
           DISPLAY '<M>EUS (' LK-OPERADOR '), DE UM <D>EPARTAMENTO'
                   ' OU <T>ODOS: '
           ACCEPT WS-FILTRO.
           IF NOT FILTRO-MEUS AND NOT FILTRO-DEPTO
                              AND NOT FILTRO-TODOS
               DISPLAY 'FILTRO INVALIDO.'
               GO TO 0210-FIM
           END-IF.
           IF FILTRO-DEPTO
               DISPLAY 'DEPARTAMENTO: '
               ACCEPT WS-DEPTO-FILTRO
           END-IF.

           MOVE ZEROS TO WS-CONT-LISTADOS WS-CONT-ATRASADOS.
           SET FIM-OK TO FALSE.
           SET ST-OK TO TRUE.
           OPEN INPUT LEMBRETE.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACOMPANHAMENTOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.
           PERFORM 0250-ABRE-NOTAS THRU 0250-FIM.

           MOVE ZEROS TO LEM-CHAVE.
           START LEMBRETE KEY IS NOT LESS THAN LEM-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM 0215-LISTA-RETORNO THRU 0215-FIM
                   UNTIL FIM-OK.

           IF WS-CONT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUM RETORNO ABERTO PARA O FILTRO.'
           ELSE
               DISPLAY WS-CONT-LISTADOS ' RETORNO(S) ABERTO(S), '
                       WS-CONT-ATRASADOS ' EM ATRASO.'
           END-IF.

           PERFORM 0255-FECHA-NOTAS THRU 0255-FIM.
           CLOSE LEMBRETE.
       0210-FIM.

       0215-LISTA-RETORNO.
           READ LEMBRETE NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0215-FIM
           END-READ.
           IF NOT LEM-ABERTO
               GO TO 0215-FIM
           END-IF.
           IF FILTRO-MEUS AND LEM-OPERADOR NOT EQUAL LK-OPERADOR
               GO TO 0215-FIM
           END-IF.
           IF FILTRO-DEPTO AND LEM-DEPTO NOT EQUAL WS-DEPTO-FILTRO
               GO TO 0215-FIM
           END-IF.

           ADD 1 TO WS-CONT-LISTADOS.
           EVALUATE TRUE
               WHEN LEM-DATA-RETORNO < WS-HOJE
                   MOVE 'ATRASADO'   TO WS-SITUACAO-RET
                   ADD 1 TO WS-CONT-ATRASADOS
               WHEN LEM-DATA-RETORNO EQUAL WS-HOJE
                   MOVE 'VENCE HOJE' TO WS-SITUACAO-RET
               WHEN OTHER
                   MOVE 'A VENCER'   TO WS-SITUACAO-RET
           END-EVALUATE.
           PERFORM 0220-LE-TEXTO-NOTA THRU 0220-FIM.
           DISPLAY LEM-COD-DADOS ' ' LEM-NOTA-DATA ' ' LEM-NOTA-HORA
                   ' RETORNO ' LEM-DATA-RETORNO ' ' WS-SITUACAO-RET
                   ' ' LEM-OPERADOR LEM-DEPTO.
           DISPLAY '   ' NOTA-TEXTO.
       0215-FIM.

       0220-LE-TEXTO-NOTA.
           MOVE SPACES TO NOTA-TEXTO.
           IF NOT NOTA-ABERTA
               GO TO 0220-FIM
           END-IF.
           MOVE LEM-CHAVE TO NOTA-CHAVE.
           READ NOTAS
               INVALID KEY
                   MOVE '(NOTA NAO ENCONTRADA)' TO NOTA-TEXTO
           END-READ.
       0220-FIM.

       0230-CONCLUI.
      *    O RETORNO CONCLUIDO FICA NO ARQUIVO COM A DATA E O
      *    OPERADOR QUE O ENCERROU.
           PERFORM 0260-ACEITA-CHAVE THRU 0260-FIM.
           IF NOT CHAVE-ACHADA
               GO TO 0230-FIM
           END-IF.

           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY 'CONFIRMA A CONCLUSAO DO RETORNO? (S/N): '
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'CONCLUSAO CANCELADA.'
               CLOSE LEMBRETE
               GO TO 0230-FIM
           END-IF.

           SET LEM-CONCLUIDO TO TRUE.
           MOVE WS-HOJE     TO LEM-DATA-CONCL.
           MOVE LK-OPERADOR TO LEM-CONCLUIDO-POR.
           REWRITE RG-LEMBRETE
               INVALID KEY
                   DISPLAY 'ERRO AO CONCLUIR O RETORNO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               NOT INVALID KEY
                   DISPLAY 'RETORNO CONCLUIDO.'
                   MOVE 'RETORNO CONCLUIDO' TO LK-MENSAGEM
           END-REWRITE.
           CLOSE LEMBRETE.
       0230-FIM.

       0240-REATRIBUI.
      *    NOVA DATA E NOVO RESPONSAVEL; O RESPONSAVEL EM BRANCO
      *    PASSA O RETORNO PARA O OPERADOR ASSINADO.
           PERFORM 0260-ACEITA-CHAVE THRU 0260-FIM.
           IF NOT CHAVE-ACHADA
               GO TO 0240-FIM
           END-IF.

           PERFORM 9450-ACEITA-RETORNO THRU 9450-FIM.
           IF WS-LEM-RETORNO EQUAL ZEROS
               MOVE LEM-DATA-RETORNO TO WS-LEM-RETORNO
               SET LEM-RETORNO-VALIDO TO TRUE
               DISPLAY 'DATA DE RETORNO MANTIDA.'
           END-IF.
           IF NOT LEM-RETORNO-VALIDO
               CLOSE LEMBRETE
               GO TO 0240-FIM
           END-IF.
           MOVE LK-OPERADOR TO WS-LEM-PADRAO.
           PERFORM 9455-ACEITA-RESPONSAVEL THRU 9455-FIM.
           IF NOT LEM-RESP-VALIDO
               DISPLAY 'RETORNO NAO REATRIBUIDO.'
               CLOSE LEMBRETE
               GO TO 0240-FIM
           END-IF.

           MOVE WS-LEM-RETORNO  TO LEM-DATA-RETORNO.
           MOVE WS-LEM-OPERADOR TO LEM-OPERADOR.
           MOVE WS-LEM-DEPTO    TO LEM-DEPTO.
           REWRITE RG-LEMBRETE
               INVALID KEY
                   DISPLAY 'ERRO AO REATRIBUIR O RETORNO.'
                   PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               NOT INVALID KEY
                   DISPLAY 'RETORNO REATRIBUIDO PARA '
                           LEM-OPERADOR LEM-DEPTO
                           ' ATE ' LEM-DATA-RETORNO '.'
                   MOVE 'RETORNO REATRIBUIDO' TO LK-MENSAGEM
           END-REWRITE.
           CLOSE LEMBRETE.
       0240-FIM.

       0250-ABRE-NOTAS.
           SET NOTA-ABERTA TO FALSE.
           SET ST-NOTA-OK TO TRUE.
           OPEN INPUT NOTAS.
           IF ST-NOTA-OK
               SET NOTA-ABERTA TO TRUE
           END-IF.
       0250-FIM.

       0255-FECHA-NOTAS.
           IF NOTA-ABERTA
               CLOSE NOTAS
               SET NOTA-ABERTA TO FALSE
           END-IF.
       0255-FIM.

       0260-ACEITA-CHAVE.
      *    LOCALIZA O RETORNO ABERTO PELA CHAVE DA NOTA. ACHANDO,
      *    DEIXA O LEMBRETE.DAT ABERTO EM I-O PARA A ATUALIZACAO.
           SET CHAVE-ACHADA TO FALSE.
           MOVE ZEROS TO WS-CHAVE-ENTRADA.
           DISPLAY 'CODIGO DA NOTA: '
           ACCEPT WS-ENT-COD.
           DISPLAY 'DATA DA NOTA (AAAAMMDD): '
           ACCEPT WS-ENT-DATA.
           DISPLAY 'HORA DA NOTA (HHMMSS): '
           ACCEPT WS-ENT-HORA.

           SET ST-OK TO TRUE.
           OPEN I-O LEMBRETE.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACOMPANHAMENTOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0260-FIM
           END-IF.

           MOVE WS-CHAVE-ENTRADA TO LEM-CHAVE.
           READ LEMBRETE
               INVALID KEY
                   DISPLAY 'NOTA SEM ACOMPANHAMENTO.'
                   CLOSE LEMBRETE
                   GO TO 0260-FIM
           END-READ.
           IF NOT LEM-ABERTO
               DISPLAY 'RETORNO JA CONCLUIDO EM ' LEM-DATA-CONCL
                       ' POR ' LEM-CONCLUIDO-POR '.'
               CLOSE LEMBRETE
               GO TO 0260-FIM
           END-IF.

           PERFORM 0250-ABRE-NOTAS THRU 0250-FIM.
           PERFORM 0220-LE-TEXTO-NOTA THRU 0220-FIM.
           PERFORM 0255-FECHA-NOTAS THRU 0255-FIM.
           DISPLAY 'RETORNO ' LEM-DATA-RETORNO ' - '
                   LEM-OPERADOR LEM-DEPTO ' - ' NOTA-TEXTO.
           SET CHAVE-ACHADA TO TRUE.
       0260-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
            GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'LEMBRETE.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LEMBRETE-DAT.
           MOVE 'NOTAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-NOTAS-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
       9600-FIM.

       COPY PERFIL.

       COPY LEMBRETE.
