      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao dos documentos exigidos por codigo -
      *          cadastra os tipos de documento que cada departamento
      *          (DEPTOS.DAT) exige, com a validade em meses
      *          (DOCTIPOS.DAT; departamento **** vale para todos), e
      *          registra os documentos recebidos de cada codigo de
      *          DADOS1.DAT com as datas de recebimento e vencimento
      *          (DOCREC.DAT). O vencimento e calculado pela validade
      *          do tipo ou informado quando o documento traz a data.
      *          A consulta mostra a lista de conferencia do codigo:
      *          cada tipo exigido como em dia, a vencer, vencido ou
      *          faltando. Substitui as pastas de papel.
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
              SELECT DOCTIPOS ASSIGN TO WS-ARQ-DOCTIPOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS DTP-CHAVE
              FILE STATUS IS WS-ST.
              SELECT DOCREC ASSIGN TO WS-ARQ-DOCREC-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DRC-CHAVE
              FILE STATUS IS WS-ST-DRC.
              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST-DAD.
              SELECT DEPTOS ASSIGN TO WS-ARQ-DEPTOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DEPTO-CODIGO
              FILE STATUS IS WS-ST-DEPTO.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD DOCTIPOS.
       COPY FD_DOCTIPO.
       FD DOCREC.
       COPY FD_DOCREC.
       FD DADOS1.
       COPY FD_CRUD.
       FD DEPTOS.
       COPY FD_DEPTO.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       77  WS-ARQ-DOCTIPOS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DOCREC-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-DRC         PIC 99.
         88 ST-DRC-OK       VALUE 0.
       77 WS-ST-DAD         PIC 99.
         88 ST-DAD-OK       VALUE 0.
       77 WS-ST-DEPTO       PIC 99.
         88 ST-DEPTO-OK     VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-TIPO                VALUE 'T' 't'.
         88 OPCAO-EXCLUI-TIPO         VALUE 'X' 'x'.
         88 OPCAO-RECEBIMENTO         VALUE 'R' 'r'.
         88 OPCAO-EXCLUI-RECEB        VALUE 'E' 'e'.
         88 OPCAO-CONSULTAR           VALUE 'C' 'c'.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
       77 WS-COD-ENTRADA    PIC 9(07) VALUE ZEROS.
       77 WS-DEPTO-ENTRADA  PIC X(04) VALUE SPACES.
       77 WS-TIPO-ENTRADA   PIC X(04) VALUE SPACES.
       77 WS-DESCR-ENTRADA  PIC X(30) VALUE SPACES.
       77 WS-MESES-ENTRADA  PIC 9(03) VALUE ZEROS.
       77 WS-CHAVE-VALIDA   PIC X     VALUE 'N'.
         88 CHAVE-VALIDA              VALUE 'S' FALSE 'N'.
       77 WS-TIPO-EXIGIDO   PIC X     VALUE 'N'.
         88 TIPO-EXIGIDO              VALUE 'S' FALSE 'N'.
       77 WS-DRC-ABERTO     PIC X     VALUE 'N'.
         88 DRC-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA       PIC X     VALUE SPACES.
       77 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WS-DEPTO-CODIGO   PIC X(04) VALUE SPACES.
       77 WS-DEPTO-PASSADA  PIC X(04) VALUE SPACES.
       77 WS-MESES-TIPO     PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-DOC   PIC X(10) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
          02 WS-ENT-ANO     PIC 9(04).
          02 WS-ENT-MES     PIC 9(02).
          02 WS-ENT-DIA     PIC 9(02).
       77 WS-DATA-RECEB     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VALIDADE  PIC 9(08) VALUE ZEROS.
      *    VALIDACAO E CALCULO DE DATAS PELO DATEVAL.
       77 WS-DV-OBTER-ATUAL PIC X(01) VALUE 'N'.
       77 WS-DV-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-DV-MES         PIC 9(02) VALUE ZEROS.
       77 WS-DV-DIA         PIC 9(02) VALUE ZEROS.
       77 WS-DV-VALIDA      PIC X(01) VALUE SPACES.
       77 WS-CALC-MESES     PIC 9(05) VALUE ZEROS.
       77 WS-CALC-ANOS      PIC 9(04) VALUE ZEROS.
       77 WS-CALC-RESTO     PIC 9(02) VALUE ZEROS.
      *    DIAS ATE O VENCIMENTO (DIA SERIAL, COMO NO AGING).
       77 WS-AVISO-DIAS     PIC 9(03) VALUE 30.
       77 WS-SERIAL-HOJE    PIC S9(07) COMP VALUE ZEROS.
       77 WS-DIAS-VENCER    PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-ANO       PIC 9(04) VALUE ZEROS.
       77 WS-CALC-MES       PIC 9(02) VALUE ZEROS.
       77 WS-CALC-DIA       PIC 9(02) VALUE ZEROS.
       77 WS-CALC-T1        PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T2        PIC S9(07) COMP VALUE ZEROS.
       77 WS-CALC-T3        PIC S9(07) COMP VALUE ZEROS.
       77 WS-SERIAL-SAIDA   PIC S9(07) COMP VALUE ZEROS.
      *    TIPOS PROPRIOS DO DEPARTAMENTO JA MOSTRADOS NA CONSULTA -
      *    A EXIGENCIA GERAL (****) DO MESMO TIPO NAO SE REPETE.
       01 WS-TABELA-VISTOS.
          02 WS-TIPO-VISTO  PIC X(04) OCCURS 50 TIMES.
       77 WS-QTD-VISTOS     PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-JA-VISTO       PIC X     VALUE 'N'.
         88 JA-VISTO                  VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '******** DOCUMENTOS EXIGIDOS POR CODIGO ********'
           SET WS-EXIT-OK     TO FALSE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-GARANTE-ARQUIVO THRU 0110-FIM.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-GARANTE-ARQUIVO.
           SET ST-OK TO TRUE.
           OPEN I-O DOCTIPOS.

           IF WS-ST EQUAL 35 THEN
               OPEN OUTPUT DOCTIPOS
           END-IF.

           IF ST-OK THEN
               CLOSE DOCTIPOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET WS-EXIT-OK TO TRUE
               GO TO 0110-FIM
           END-IF.

           SET ST-DRC-OK TO TRUE.
           OPEN I-O DOCREC.

           IF WS-ST-DRC EQUAL 35 THEN
               OPEN OUTPUT DOCREC
           END-IF.

           IF ST-DRC-OK THEN
               CLOSE DOCREC
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE DOCUMENTOS'
                       ' RECEBIDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-DRC
               SET WS-EXIT-OK TO TRUE
           END-IF.
       0110-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<T>IPO EXIGIDO, E<X>CLUIR TIPO, <R>ECEBIMENTO,'
                   ' <E>XCLUIR RECEBIMENTO, <C>ONSULTAR CODIGO,'
                   ' <L>ISTAR TIPOS OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-TIPO
                   PERFORM 0210-GRAVA-TIPO THRU 0210-FIM
               WHEN OPCAO-EXCLUI-TIPO
                   PERFORM 0220-EXCLUI-TIPO THRU 0220-FIM
               WHEN OPCAO-RECEBIMENTO
                   PERFORM 0230-RECEBE-DOCUMENTO THRU 0230-FIM
               WHEN OPCAO-EXCLUI-RECEB
                   PERFORM 0240-EXCLUI-RECEBIMENTO THRU 0240-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0250-CONSULTA-CODIGO THRU 0250-FIM
               WHEN OPCAO-LISTAR
                   PERFORM 0270-LISTA-TIPOS THRU 0270-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   SET WS-EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-GRAVA-TIPO.
           PERFORM 0215-ACEITA-TIPO THRU 0215-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0210-FIM
           END-IF.

           MOVE SPACES TO WS-DESCR-ENTRADA.
           DISPLAY 'DESCRICAO DO DOCUMENTO: '
           ACCEPT WS-DESCR-ENTRADA.
           IF WS-DESCR-ENTRADA EQUAL SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               GO TO 0210-FIM
           END-IF.
           MOVE ZEROS TO WS-MESES-ENTRADA.
           DISPLAY 'VALIDADE EM MESES (000 = NAO VENCE): '
           ACCEPT WS-MESES-ENTRADA.

           SET ST-OK TO TRUE.
           OPEN I-O DOCTIPOS.

           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0210-FIM
           END-IF.

           MOVE WS-DEPTO-ENTRADA TO DTP-DEPTO.
           MOVE WS-TIPO-ENTRADA  TO DTP-TIPO.
           READ DOCTIPOS
               INVALID KEY
                   MOVE WS-DESCR-ENTRADA TO DTP-DESCRICAO
                   MOVE WS-MESES-ENTRADA TO DTP-VALIDADE-MESES
                   MOVE WS-HOJE          TO DTP-DATA-ALT
                   WRITE RG-DOCTIPO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O TIPO.'
                       NOT INVALID KEY
                           DISPLAY 'TIPO EXIGIDO INCLUIDO.'
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'ATUAL: ' DTP-DESCRICAO ' VALIDADE '
                           DTP-VALIDADE-MESES ' MESES'
                   MOVE WS-DESCR-ENTRADA TO DTP-DESCRICAO
                   MOVE WS-MESES-ENTRADA TO DTP-VALIDADE-MESES
                   MOVE WS-HOJE          TO DTP-DATA-ALT
                   REWRITE RG-DOCTIPO
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O TIPO.'
                       NOT INVALID KEY
                           DISPLAY 'TIPO EXIGIDO ALTERADO - VALE PARA'
                                   ' OS PROXIMOS RECEBIMENTOS.'
                   END-REWRITE
           END-READ.
           CLOSE DOCTIPOS.
       0210-FIM.

       0215-ACEITA-TIPO.
      *    DEPARTAMENTO **** E A EXIGENCIA DE TODOS; OS DEMAIS
      *    PRECISAM EXISTIR EM DEPTOS.DAT (QUANDO O MESTRE EXISTE).
           SET CHAVE-VALIDA TO FALSE.
           MOVE SPACES TO WS-DEPTO-ENTRADA WS-TIPO-ENTRADA.
           DISPLAY 'DEPARTAMENTO (4 CARACTERES, **** = TODOS): '
           ACCEPT WS-DEPTO-ENTRADA.
           DISPLAY 'TIPO DE DOCUMENTO (4 CARACTERES): '
           ACCEPT WS-TIPO-ENTRADA.

           IF WS-TIPO-ENTRADA EQUAL SPACES
               DISPLAY 'TIPO DE DOCUMENTO OBRIGATORIO.'
               GO TO 0215-FIM
           END-IF.
           IF WS-DEPTO-ENTRADA EQUAL '****'
               SET CHAVE-VALIDA TO TRUE
           ELSE
               PERFORM 0265-VALIDA-DEPTO THRU 0265-FIM
           END-IF.
       0215-FIM.

       0220-EXCLUI-TIPO.
           PERFORM 0215-ACEITA-TIPO THRU 0215-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0220-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN I-O DOCTIPOS.

           IF ST-OK THEN
               MOVE WS-DEPTO-ENTRADA TO DTP-DEPTO
               MOVE WS-TIPO-ENTRADA  TO DTP-TIPO
               READ DOCTIPOS
                   INVALID KEY
                       DISPLAY 'TIPO NAO EXIGIDO PARA O'
                               ' DEPARTAMENTO.'
                   NOT INVALID KEY
                       DISPLAY 'EXIGENCIA: ' DTP-DESCRICAO
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           DELETE DOCTIPOS
                               INVALID KEY
                                   DISPLAY 'ERRO AO EXCLUIR O TIPO.'
                               NOT INVALID KEY
                                   DISPLAY 'EXIGENCIA EXCLUIDA - OS'
                                           ' RECEBIMENTOS FICAM NO'
                                           ' HISTORICO.'
                           END-DELETE
                       ELSE
                           DISPLAY 'EXIGENCIA MANTIDA.'
                       END-IF
               END-READ
               CLOSE DOCTIPOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0220-FIM.

       0230-RECEBE-DOCUMENTO.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO (0000001-9999999): '
           ACCEPT WS-COD-ENTRADA.
           PERFORM 0260-VALIDA-CODIGO THRU 0260-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0230-FIM
           END-IF.

           MOVE SPACES TO WS-TIPO-ENTRADA.
           DISPLAY 'TIPO DE DOCUMENTO (4 CARACTERES): '
           ACCEPT WS-TIPO-ENTRADA.
           PERFORM 0235-PROCURA-EXIGENCIA THRU 0235-FIM.
           IF NOT TIPO-EXIGIDO
               DISPLAY 'TIPO ' WS-TIPO-ENTRADA ' NAO EXIGIDO PARA O'
                       ' DEPARTAMENTO ' WS-DEPTO-CODIGO '.'
               GO TO 0230-FIM
           END-IF.

           MOVE ZEROS TO WS-DATA-ENTRADA.
           DISPLAY 'DATA DO RECEBIMENTO (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA EQUAL ZEROS
               MOVE WS-HOJE TO WS-DATA-ENTRADA
           END-IF.
           PERFORM 0280-VALIDA-DATA THRU 0280-FIM.
           IF WS-DV-VALIDA NOT = 'S'
               DISPLAY 'DATA DE RECEBIMENTO INVALIDA.'
               GO TO 0230-FIM
           END-IF.
           IF WS-DATA-ENTRADA > WS-HOJE
               DISPLAY 'A DATA DE RECEBIMENTO NAO PODE SER FUTURA.'
               GO TO 0230-FIM
           END-IF.
           MOVE WS-DATA-ENTRADA TO WS-DATA-RECEB.

      *    VENCIMENTO IMPRESSO NO DOCUMENTO PREVALECE SOBRE O
      *    CALCULADO PELA VALIDADE DO TIPO.
           MOVE ZEROS TO WS-DATA-ENTRADA.
           DISPLAY 'VENCIMENTO (AAAAMMDD, ZEROS = PELA VALIDADE DO'
                   ' TIPO): '
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA EQUAL ZEROS
               PERFORM 0285-CALCULA-VENCIMENTO THRU 0285-FIM
           ELSE
               PERFORM 0280-VALIDA-DATA THRU 0280-FIM
               IF WS-DV-VALIDA NOT = 'S'
                  OR WS-DATA-ENTRADA < WS-DATA-RECEB
                   DISPLAY 'VENCIMENTO INVALIDO OU ANTERIOR AO'
                           ' RECEBIMENTO.'
                   GO TO 0230-FIM
               END-IF
               MOVE WS-DATA-ENTRADA TO WS-DATA-VALIDADE
           END-IF.

           SET ST-DRC-OK TO TRUE.
           OPEN I-O DOCREC.

           IF NOT ST-DRC-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE DOCUMENTOS'
                       ' RECEBIDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-DRC
               GO TO 0230-FIM
           END-IF.

           MOVE WS-COD-ENTRADA  TO DRC-COD-DADOS.
           MOVE WS-TIPO-ENTRADA TO DRC-TIPO.
           READ DOCREC
               INVALID KEY
                   MOVE WS-DATA-RECEB    TO DRC-DATA-RECEB
                   MOVE WS-DATA-VALIDADE TO DRC-DATA-VALIDADE
                   MOVE WS-HOJE          TO DRC-DATA-ALT
                   WRITE RG-DOCREC
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O RECEBIMENTO.'
                       NOT INVALID KEY
                           DISPLAY 'DOCUMENTO RECEBIDO - VENCE EM '
                                   DRC-DATA-VALIDADE '.'
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'SUBSTITUI O RECEBIDO EM ' DRC-DATA-RECEB
                           ' (VENCE ' DRC-DATA-VALIDADE ').'
                   MOVE WS-DATA-RECEB    TO DRC-DATA-RECEB
                   MOVE WS-DATA-VALIDADE TO DRC-DATA-VALIDADE
                   MOVE WS-HOJE          TO DRC-DATA-ALT
                   REWRITE RG-DOCREC
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O RECEBIMENTO.'
                       NOT INVALID KEY
                           DISPLAY 'DOCUMENTO RENOVADO - VENCE EM '
                                   DRC-DATA-VALIDADE '.'
                   END-REWRITE
           END-READ.
           CLOSE DOCREC.
       0230-FIM.

       0235-PROCURA-EXIGENCIA.
      *    EXIGENCIA PROPRIA DO DEPARTAMENTO DO CODIGO, SENAO A
      *    EXIGENCIA GERAL (****).
           SET TIPO-EXIGIDO TO FALSE.
           SET ST-OK TO TRUE.
           OPEN INPUT DOCTIPOS.
           IF NOT ST-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0235-FIM
           END-IF.

           MOVE WS-DEPTO-CODIGO TO DTP-DEPTO.
           MOVE WS-TIPO-ENTRADA TO DTP-TIPO.
           READ DOCTIPOS
               INVALID KEY
                   MOVE '****' TO DTP-DEPTO
                   READ DOCTIPOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET TIPO-EXIGIDO TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET TIPO-EXIGIDO TO TRUE
           END-READ.
           IF TIPO-EXIGIDO
               MOVE DTP-VALIDADE-MESES TO WS-MESES-TIPO
               DISPLAY DTP-TIPO ' - ' DTP-DESCRICAO ' (VALIDADE '
                       DTP-VALIDADE-MESES ' MESES)'
           END-IF.
           CLOSE DOCTIPOS.
       0235-FIM.

       0240-EXCLUI-RECEBIMENTO.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO (0000001-9999999): '
           ACCEPT WS-COD-ENTRADA.
           MOVE SPACES TO WS-TIPO-ENTRADA.
           DISPLAY 'TIPO DE DOCUMENTO (4 CARACTERES): '
           ACCEPT WS-TIPO-ENTRADA.

           SET ST-DRC-OK TO TRUE.
           OPEN I-O DOCREC.

           IF ST-DRC-OK THEN
               MOVE WS-COD-ENTRADA  TO DRC-COD-DADOS
               MOVE WS-TIPO-ENTRADA TO DRC-TIPO
               READ DOCREC
                   INVALID KEY
                       DISPLAY 'DOCUMENTO NAO REGISTRADO PARA O'
                               ' CODIGO.'
                   NOT INVALID KEY
                       DISPLAY 'RECEBIDO EM ' DRC-DATA-RECEB
                               ' VENCE ' DRC-DATA-VALIDADE
                       MOVE SPACES TO WS-CONFIRMA
                       DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           DELETE DOCREC
                               INVALID KEY
                                   DISPLAY 'ERRO AO EXCLUIR O'
                                           ' RECEBIMENTO.'
                               NOT INVALID KEY
                                   DISPLAY 'RECEBIMENTO EXCLUIDO.'
                           END-DELETE
                       ELSE
                           DISPLAY 'RECEBIMENTO MANTIDO.'
                       END-IF
               END-READ
               CLOSE DOCREC
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE DOCUMENTOS'
                       ' RECEBIDOS.'
               DISPLAY 'FILE STATUS: ' WS-ST-DRC
           END-IF.
       0240-FIM.

       0250-CONSULTA-CODIGO.
      *    LISTA DE CONFERENCIA: OS TIPOS DO DEPARTAMENTO DO CODIGO
      *    E DEPOIS OS GERAIS (****) QUE O DEPARTAMENTO NAO
      *    REDEFINIU, CADA UM COM A SITUACAO DO DOCUMENTO.
           MOVE ZEROS TO WS-COD-ENTRADA.
           DISPLAY 'CODIGO (0000001-9999999): '
           ACCEPT WS-COD-ENTRADA.
           PERFORM 0260-VALIDA-CODIGO THRU 0260-FIM.
           IF NOT CHAVE-VALIDA
               GO TO 0250-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DOCTIPOS.
           IF NOT ST-OK THEN
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0250-FIM
           END-IF.
           SET ST-DRC-OK TO TRUE.
           OPEN INPUT DOCREC.
           IF ST-DRC-OK
               SET DRC-ABERTO TO TRUE
           END-IF.

           MOVE WS-HOJE(1:4) TO WS-CALC-ANO.
           MOVE WS-HOJE(5:2) TO WS-CALC-MES.
           MOVE WS-HOJE(7:2) TO WS-CALC-DIA.
           PERFORM 0290-DIA-SERIAL THRU 0290-FIM.
           MOVE WS-SERIAL-SAIDA TO WS-SERIAL-HOJE.

           MOVE ZEROS TO WS-CONT-LISTADOS WS-CONT-PENDENTES
                         WS-QTD-VISTOS.
           DISPLAY 'CODIGO ' WS-COD-ENTRADA ' ' NOM-DADOS
                   ' DEPTO ' WS-DEPTO-CODIGO.
           DISPLAY 'TIPO DESCRICAO                      RECEBIDO'
                   ' VENCE    SITUACAO'.
           MOVE WS-DEPTO-CODIGO TO WS-DEPTO-PASSADA.
           PERFORM 0252-PERCORRE-DEPTO THRU 0252-FIM.
           MOVE '****' TO WS-DEPTO-PASSADA.
           PERFORM 0252-PERCORRE-DEPTO THRU 0252-FIM.

           IF WS-CONT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUM DOCUMENTO EXIGIDO PARA O'
                       ' DEPARTAMENTO.'
           ELSE
               DISPLAY 'EXIGIDOS: ' WS-CONT-LISTADOS
                       ' - PENDENTES (FALTA/VENCIDO): '
                       WS-CONT-PENDENTES
           END-IF.

           IF DRC-ABERTO
               CLOSE DOCREC
               SET DRC-ABERTO TO FALSE
           END-IF.
           CLOSE DOCTIPOS.
       0250-FIM.

       0252-PERCORRE-DEPTO.
           SET FIM-OK TO FALSE.
           MOVE WS-DEPTO-PASSADA TO DTP-DEPTO.
           MOVE LOW-VALUES       TO DTP-TIPO.
           START DOCTIPOS KEY IS NOT LESS THAN DTP-CHAVE
               INVALID KEY
                   SET FIM-OK TO TRUE
           END-START.
           PERFORM 0255-MOSTRA-EXIGENCIA THRU 0255-FIM
                   UNTIL FIM-OK.
       0252-FIM.

       0255-MOSTRA-EXIGENCIA.
           READ DOCTIPOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO 0255-FIM
           END-READ.
           IF DTP-DEPTO NOT EQUAL WS-DEPTO-PASSADA
               SET FIM-OK TO TRUE
               GO TO 0255-FIM
           END-IF.

           SET JA-VISTO TO FALSE.
           MOVE 1 TO WS-IDX.
           PERFORM 0256-PROCURA-VISTO THRU 0256-FIM
                   UNTIL WS-IDX > WS-QTD-VISTOS OR JA-VISTO.
           IF JA-VISTO
               GO TO 0255-FIM
           END-IF.
           IF WS-DEPTO-PASSADA NOT EQUAL '****'
              AND WS-QTD-VISTOS < 50
               ADD 1 TO WS-QTD-VISTOS
               MOVE DTP-TIPO TO WS-TIPO-VISTO(WS-QTD-VISTOS)
           END-IF.
           ADD 1 TO WS-CONT-LISTADOS.

           MOVE 'FALTA' TO WS-SITUACAO-DOC.
           MOVE ZEROS TO DRC-DATA-RECEB DRC-DATA-VALIDADE.
           IF DRC-ABERTO
               MOVE WS-COD-ENTRADA TO DRC-COD-DADOS
               MOVE DTP-TIPO       TO DRC-TIPO
               READ DOCREC
                   INVALID KEY
                       MOVE ZEROS TO DRC-DATA-RECEB
                                     DRC-DATA-VALIDADE
                   NOT INVALID KEY
                       PERFORM 0257-SITUACAO THRU 0257-FIM
               END-READ
           END-IF.
           IF WS-SITUACAO-DOC EQUAL 'FALTA'
              OR WS-SITUACAO-DOC EQUAL 'VENCIDO'
               ADD 1 TO WS-CONT-PENDENTES
           END-IF.
           DISPLAY DTP-TIPO ' ' DTP-DESCRICAO '  ' DRC-DATA-RECEB
                   ' ' DRC-DATA-VALIDADE ' ' WS-SITUACAO-DOC.
       0255-FIM.

       0256-PROCURA-VISTO.
           IF WS-TIPO-VISTO(WS-IDX) EQUAL DTP-TIPO
               SET JA-VISTO TO TRUE
           END-IF.
           ADD 1 TO WS-IDX.
       0256-FIM.

       0257-SITUACAO.
           MOVE 'EM DIA' TO WS-SITUACAO-DOC.
           IF DRC-DATA-VALIDADE EQUAL ZEROS
               GO TO 0257-FIM
           END-IF.
           MOVE DRC-DATA-VALIDADE(1:4) TO WS-CALC-ANO.
           MOVE DRC-DATA-VALIDADE(5:2) TO WS-CALC-MES.
           MOVE DRC-DATA-VALIDADE(7:2) TO WS-CALC-DIA.
           PERFORM 0290-DIA-SERIAL THRU 0290-FIM.
           COMPUTE WS-DIAS-VENCER = WS-SERIAL-SAIDA - WS-SERIAL-HOJE.
           IF WS-DIAS-VENCER < ZEROS
               MOVE 'VENCIDO' TO WS-SITUACAO-DOC
           ELSE
               IF WS-DIAS-VENCER NOT > WS-AVISO-DIAS
                   MOVE 'A VENCER' TO WS-SITUACAO-DOC
               END-IF
           END-IF.
       0257-FIM.

       0260-VALIDA-CODIGO.
           SET CHAVE-VALIDA TO FALSE.
           MOVE SPACES TO WS-DEPTO-CODIGO.
           SET ST-DAD-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-DAD-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DAD
               GO TO 0260-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO.'
               NOT INVALID KEY
                   MOVE DEPTO-DADOS TO WS-DEPTO-CODIGO
                   SET CHAVE-VALIDA TO TRUE
           END-READ.
           CLOSE DADOS1.
       0260-FIM.

       0265-VALIDA-DEPTO.
           SET ST-DEPTO-OK TO TRUE.
           OPEN INPUT DEPTOS.
           IF WS-ST-DEPTO EQUAL 35
               SET CHAVE-VALIDA TO TRUE
               GO TO 0265-FIM
           END-IF.
           IF NOT ST-DEPTO-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-DEPTO
               GO TO 0265-FIM
           END-IF.

           MOVE WS-DEPTO-ENTRADA TO DEPTO-CODIGO.
           READ DEPTOS
               INVALID KEY
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO.'
               NOT INVALID KEY
                   SET CHAVE-VALIDA TO TRUE
           END-READ.
           CLOSE DEPTOS.
       0265-FIM.

       0270-LISTA-TIPOS.
           SET ST-OK TO TRUE.
           SET FIM-OK TO FALSE.
           MOVE ZEROS TO WS-CONT-LISTADOS.

           OPEN INPUT DOCTIPOS.

           IF ST-OK THEN
               DISPLAY 'DEPTO TIPO DESCRICAO                      MESES'
               PERFORM 0275-LISTA-TIPO THRU 0275-FIM
                       UNTIL FIM-OK
               CLOSE DOCTIPOS
               DISPLAY 'TOTAL DE EXIGENCIAS: ' WS-CONT-LISTADOS
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TIPOS DE'
                       ' DOCUMENTO.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
           END-IF.
       0270-FIM.

       0275-LISTA-TIPO.
           READ DOCTIPOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   DISPLAY DTP-DEPTO '  ' DTP-TIPO ' ' DTP-DESCRICAO
                           '   ' DTP-VALIDADE-MESES
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
       0275-FIM.

       0280-VALIDA-DATA.
           MOVE 'N' TO WS-DV-OBTER-ATUAL.
           MOVE WS-ENT-ANO TO WS-DV-ANO.
           MOVE WS-ENT-MES TO WS-DV-MES.
           MOVE WS-ENT-DIA TO WS-DV-DIA.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DATEVAL'
               USING WS-DV-OBTER-ATUAL WS-DV-ANO WS-DV-MES
                     WS-DV-DIA WS-DV-VALIDA
           END-CALL.
       0280-FIM.

       0285-CALCULA-VENCIMENTO.
      *    RECEBIMENTO MAIS OS MESES DE VALIDADE DO TIPO; DIA QUE
      *    NAO EXISTE NO MES DE DESTINO (31, 29 DE FEVEREIRO) RECUA
      *    PARA O ULTIMO DIA DO MES.
           IF WS-MESES-TIPO EQUAL ZEROS
               MOVE ZEROS TO WS-DATA-VALIDADE
               GO TO 0285-FIM
           END-IF.

           MOVE WS-DATA-RECEB TO WS-DATA-ENTRADA.
           COMPUTE WS-CALC-MESES = WS-ENT-MES - 1 + WS-MESES-TIPO.
           DIVIDE WS-CALC-MESES BY 12 GIVING WS-CALC-ANOS
                  REMAINDER WS-CALC-RESTO.
           ADD WS-CALC-ANOS TO WS-ENT-ANO.
           COMPUTE WS-ENT-MES = WS-CALC-RESTO + 1.
           PERFORM 0280-VALIDA-DATA THRU 0280-FIM.
           PERFORM 0287-RECUA-DIA THRU 0287-FIM
                   UNTIL WS-DV-VALIDA = 'S' OR WS-ENT-DIA < 29.
           MOVE WS-DATA-ENTRADA TO WS-DATA-VALIDADE.
       0285-FIM.

       0287-RECUA-DIA.
           SUBTRACT 1 FROM WS-ENT-DIA.
           PERFORM 0280-VALIDA-DATA THRU 0280-FIM.
       0287-FIM.

       0290-DIA-SERIAL.
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
       0290-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'DOCTIPOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DOCTIPOS-DAT.
           MOVE 'DOCREC.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DOCREC-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
       9600-FIM.

       COPY PERFIL.
