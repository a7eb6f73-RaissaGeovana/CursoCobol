      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de telefones e enderecos compartilhados
      *          entre codigos diferentes de DADOS1.DAT, a partir dos
      *          contatos de CONTATOS.DAT. O telefone e reduzido aos
      *          digitos (sem o 55 do pais e sem zeros de discagem) e
      *          o endereco a uma chave compacta: CEP + numero quando
      *          o endereco estruturado tem CEP, senao logradouro +
      *          numero, senao o texto livre legado - sempre so
      *          letras e digitos, em maiusculas. As chaves sao
      *          ordenadas via SORT, como no DUPNOME; grupos com dois
      *          ou mais codigos saem em DUPCONT.TXT com nome,
      *          departamento, valor e data de cadastro de cada
      *          codigo. O grupo e sinalizado quando reune codigos de
      *          departamentos diferentes ou tem codigo cadastrado
      *          nos ultimos meses (informados na execucao, padrao
      *          3). O operador se identifica pelo EMPRSRV e so
      *          entram os codigos da visao da empresa dele.
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
              SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT DADOS1 ASSIGN TO WS-ARQ-DADOS1-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS COD-DADOS
              ALTERNATE RECORD KEY IS NOM-DADOS WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-DADOS WITH DUPLICATES
              FILE STATUS IS WS-ST.

              SELECT WORKCONT ASSIGN TO WS-ARQ-DUPCONT-SRT.

              SELECT RELATORIO ASSIGN TO WS-ARQ-DUPCONT-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-REL.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       COPY FD_CONTATO.

       FD DADOS1.
       COPY FD_CRUD.

       SD WORKCONT.
       01 SD-CONTATO.
          02 SD-CHAVE-GRUPO.
             03 SD-TIPO            PIC X(01).
                88 SD-TELEFONE     VALUE 'T'.
                88 SD-ENDERECO     VALUE 'E'.
             03 SD-CHAVE           PIC X(50).
          02 SD-COD                PIC 9(07).
          02 SD-NOME               PIC X(20).
          02 SD-DEPTO              PIC X(04).
          02 SD-VALOR              PIC S9(07)V99 COMP-3.
          02 SD-DATA               PIC 9(08).
          02 SD-CONTATO-NOME       PIC X(30).

       FD RELATORIO.
       01  RG-RELATORIO            PIC X(100).

       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY EMPRSRV_WS.
       77  WS-ARQ-CONTATOS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-DUPCONT-SRT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DUPCONT-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       77 WS-ST-CONT         PIC 99.
         88 ST-CONT-OK        VALUE 0.
       77 WS-ST-REL          PIC 99 VALUE 99.
         88 ST-REL-OK         VALUE 0.
       77 WS-FIM             PIC X.
         88 FIM-OK            VALUE 'S' FALSE 'N'.
      *    CODIGO RECENTE: CADASTRADO A PARTIR DA DATA DE CORTE (HOJE
      *    MENOS OS MESES INFORMADOS), NA CONTA DO DORMGER.
       77 WS-RESP-MESES      PIC 9(03) VALUE ZEROS.
       77 WS-MESES-RECENTE   PIC 9(03) VALUE 3.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
          02 WS-HOJE-ANO     PIC 9(04).
          02 WS-HOJE-MES     PIC 9(02).
          02 WS-HOJE-DIA     PIC 9(02).
       01 WS-CORTE           PIC 9(08) VALUE ZEROS.
       01 WS-CORTE-R REDEFINES WS-CORTE.
          02 WS-CORTE-ANO    PIC 9(04).
          02 WS-CORTE-MES    PIC 9(02).
          02 WS-CORTE-DIA    PIC 9(02).
       77 WS-MESES-CORRIDOS  PIC 9(06) VALUE ZEROS.
      *    COMPACTACAO DE TEXTO: SO DIGITOS (TELEFONE) OU SO LETRAS E
      *    DIGITOS EM MAIUSCULAS (ENDERECO).
       77 WS-CMP-ENTRADA     PIC X(50) VALUE SPACES.
       77 WS-CMP-SAIDA       PIC X(50) VALUE SPACES.
       77 WS-CMP-CARACTER    PIC X     VALUE SPACE.
       77 WS-CMP-IDX         PIC 9(02) VALUE ZEROS.
       77 WS-CMP-QTD         PIC 9(02) VALUE ZEROS.
       77 WS-CMP-MODO        PIC X     VALUE 'D'.
         88 CMP-SO-DIGITOS    VALUE 'D'.
         88 CMP-ALFANUMERICO  VALUE 'A'.
       77 WS-CHAVE-FONE      PIC X(50) VALUE SPACES.
       77 WS-CHAVE-ENDERECO  PIC X(50) VALUE SPACES.
       77 WS-NUMERO-COMPACTO PIC X(50) VALUE SPACES.
       77 WS-INICIO          PIC 9(02) VALUE ZEROS.
      *    GRUPO CORRENTE NA SAIDA DO SORT.
       01 WS-CHAVE-ANTERIOR.
          02 WS-ANT-TIPO        PIC X(01).
          02 WS-ANT-CHAVE       PIC X(50).
       77 WS-COD-ANTERIOR    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRUPO       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CODIGOS     PIC 9(05) VALUE ZEROS.
       77 WS-IDX-GRUPO       PIC 9(03) VALUE ZEROS.
       77 WS-DEPTO-GRUPO     PIC X(04) VALUE SPACES.
       77 WS-MULTI-DEPTO     PIC X     VALUE 'N'.
         88 GRUPO-MULTI-DEPTO VALUE 'S' FALSE 'N'.
       77 WS-TEM-RECENTE     PIC X     VALUE 'N'.
         88 GRUPO-TEM-RECENTE VALUE 'S' FALSE 'N'.
       01 WS-TABELA-GRUPO.
          02 WS-GRUPO-ITEM OCCURS 50 TIMES.
             03 WS-GR-COD          PIC 9(07).
             03 WS-GR-NOME         PIC X(20).
             03 WS-GR-DEPTO        PIC X(04).
             03 WS-GR-VALOR        PIC S9(07)V99 COMP-3.
             03 WS-GR-DATA         PIC 9(08).
             03 WS-GR-CONTATO      PIC X(30).
       77 WS-MARCA-RECENTE   PIC X(01) VALUE SPACE.
       77 WS-TITULO-GRUPO    PIC X(09) VALUE SPACES.
       77 WS-SINAL-DEPTO     PIC X(19) VALUE SPACES.
       77 WS-SINAL-RECENTE   PIC X(16) VALUE SPACES.
       77 WS-CONT-CONTATOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FORA-VISAO PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRUPOS-FONE PIC 9(05) VALUE ZEROS.
       77 WS-CONT-GRUPOS-END PIC 9(05) VALUE ZEROS.
       77 WS-CONT-GRUPOS-DEPTO PIC 9(05) VALUE ZEROS.
       77 WS-CONT-GRUPOS-RECENTE PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED        PIC -$$$.$$$.$$9,99.
       77 WS-LINHA-RELATORIO PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           DISPLAY '***** TELEFONES E ENDERECOS COMPARTILHADOS *****'.

           MOVE 'I' TO EMP-FUNCAO.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
           IF NOT EMP-LIBERADO
               STOP RUN
           END-IF.

           DISPLAY 'MESES PARA CONSIDERAR UM CODIGO RECENTE'
                   ' (ENTER = 3): '
           ACCEPT WS-RESP-MESES.
           IF WS-RESP-MESES > ZEROS
               MOVE WS-RESP-MESES TO WS-MESES-RECENTE
           END-IF.

           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-MESES-CORRIDOS = WS-HOJE-ANO * 12
                                     + WS-HOJE-MES - 1
                                     - WS-MESES-RECENTE.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-CORTE-ANO
                  REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE WS-HOJE-DIA TO WS-CORTE-DIA.

           SORT WORKCONT
               ON ASCENDING KEY SD-CHAVE-GRUPO
               ON ASCENDING KEY SD-COD
               INPUT PROCEDURE  IS P0100-FORNECE-CONTATOS
               OUTPUT PROCEDURE IS P0200-AGRUPA.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           STOP RUN.

       P0100-FORNECE-CONTATOS.
           SET FIM-OK TO FALSE.
           SET ST-CONT-OK TO TRUE.
           OPEN INPUT CONTATOS.

           IF NOT ST-CONT-OK
               DISPLAY 'CONTATOS.DAT INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-ST-CONT
               SET FIM-OK TO TRUE
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.

           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               SET FIM-OK TO TRUE
           END-IF.

           PERFORM P0110-LIBERA-CONTATO THRU P0110-FIM
                   UNTIL FIM-OK.

           IF ST-CONT-OK
               CLOSE CONTATOS
           END-IF.
           IF ST-OK
               CLOSE DADOS1
           END-IF.
       P0100-FORNECE-FIM.

       P0110-LIBERA-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET FIM-OK TO TRUE
                   GO TO P0110-FIM
           END-READ.

           ADD 1 TO WS-CONT-CONTATOS.
           MOVE CONT-COD-DADOS TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   GO TO P0110-FIM
           END-READ.

           MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               ADD 1 TO WS-CONT-FORA-VISAO
               GO TO P0110-FIM
           END-IF.

           MOVE COD-DADOS      TO SD-COD.
           MOVE NOM-DADOS      TO SD-NOME.
           MOVE DEPTO-DADOS    TO SD-DEPTO.
           MOVE VALOR-DADOS    TO SD-VALOR.
           MOVE DATA-DADOS     TO SD-DATA.
           MOVE CONT-NOME      TO SD-CONTATO-NOME.

           PERFORM P0120-NORMALIZA-TELEFONE THRU P0120-FIM.
           IF WS-CHAVE-FONE NOT EQUAL SPACES
               SET SD-TELEFONE TO TRUE
               MOVE WS-CHAVE-FONE TO SD-CHAVE
               RELEASE SD-CONTATO
           END-IF.

           PERFORM P0130-NORMALIZA-ENDERECO THRU P0130-FIM.
           IF WS-CHAVE-ENDERECO NOT EQUAL SPACES
               SET SD-ENDERECO TO TRUE
               MOVE WS-CHAVE-ENDERECO TO SD-CHAVE
               RELEASE SD-CONTATO
           END-IF.
       P0110-FIM.

       P0120-NORMALIZA-TELEFONE.
      *    SO OS DIGITOS; SAI O 55 DO PAIS (NUMERO COM MAIS DE 11
      *    DIGITOS) E OS ZEROS DE DISCAGEM A ESQUERDA. MENOS DE 8
      *    DIGITOS NAO E TELEFONE UTIL PARA COMPARAR.
           MOVE SPACES TO WS-CHAVE-FONE.
           MOVE CONT-TELEFONE TO WS-CMP-ENTRADA.
           SET CMP-SO-DIGITOS TO TRUE.
           PERFORM P0150-COMPACTA THRU P0150-FIM.

           MOVE 1 TO WS-INICIO.
           IF WS-CMP-QTD > 11 AND WS-CMP-SAIDA(1:2) EQUAL '55'
               MOVE 3 TO WS-INICIO
           END-IF.
           PERFORM P0125-PULA-ZERO THRU P0125-FIM
                   UNTIL WS-INICIO > WS-CMP-QTD
                      OR WS-CMP-SAIDA(WS-INICIO:1) NOT EQUAL '0'.

           IF WS-CMP-QTD - WS-INICIO + 1 < 8
               GO TO P0120-FIM
           END-IF.
           MOVE WS-CMP-SAIDA(WS-INICIO:) TO WS-CHAVE-FONE.
       P0120-FIM.

       P0125-PULA-ZERO.
           ADD 1 TO WS-INICIO.
       P0125-FIM.

       P0130-NORMALIZA-ENDERECO.
      *    COM CEP, O PAR CEP + NUMERO IDENTIFICA O IMOVEL; SEM CEP,
      *    VALE O LOGRADOURO + NUMERO; SEM ENDERECO ESTRUTURADO
      *    (CONTATO AINDA NAO PADRONIZADO PELO ENDPAD), O TEXTO
      *    LIVRE INTEIRO.
           MOVE SPACES TO WS-CHAVE-ENDERECO.
           MOVE CONT-NUMERO TO WS-CMP-ENTRADA.
           SET CMP-ALFANUMERICO TO TRUE.
           PERFORM P0150-COMPACTA THRU P0150-FIM.
           MOVE 1 TO WS-INICIO.
           PERFORM P0125-PULA-ZERO THRU P0125-FIM
                   UNTIL WS-INICIO > WS-CMP-QTD
                      OR WS-CMP-SAIDA(WS-INICIO:1) NOT EQUAL '0'.
           MOVE SPACES TO WS-NUMERO-COMPACTO.
           IF WS-INICIO NOT > WS-CMP-QTD
               MOVE WS-CMP-SAIDA(WS-INICIO:) TO WS-NUMERO-COMPACTO
           END-IF.

           EVALUATE TRUE
               WHEN CONT-CEP NUMERIC AND CONT-CEP > ZEROS
                    AND WS-NUMERO-COMPACTO NOT EQUAL SPACES
                   STRING 'C' CONT-CEP WS-NUMERO-COMPACTO
                          DELIMITED BY SPACE
                          INTO WS-CHAVE-ENDERECO
               WHEN CONT-LOGRADOURO NOT EQUAL SPACES
                    AND WS-NUMERO-COMPACTO NOT EQUAL SPACES
                   MOVE CONT-LOGRADOURO TO WS-CMP-ENTRADA
                   PERFORM P0150-COMPACTA THRU P0150-FIM
                   STRING 'L' WS-CMP-SAIDA(1:30) '/'
                          WS-NUMERO-COMPACTO
                          DELIMITED BY SPACE
                          INTO WS-CHAVE-ENDERECO
               WHEN CONT-LOGRADOURO EQUAL SPACES
                    AND CONT-ENDERECO NOT EQUAL SPACES
                   MOVE CONT-ENDERECO TO WS-CMP-ENTRADA
                   PERFORM P0150-COMPACTA THRU P0150-FIM
                   IF WS-CMP-QTD > 5
                       STRING 'T' WS-CMP-SAIDA
                              DELIMITED BY SPACE
                              INTO WS-CHAVE-ENDERECO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P0130-FIM.

       P0150-COMPACTA.
           MOVE SPACES TO WS-CMP-SAIDA.
           MOVE ZEROS  TO WS-CMP-QTD.
           INSPECT WS-CMP-ENTRADA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 1 TO WS-CMP-IDX.
           PERFORM P0155-COMPACTA-CARACTER THRU P0155-FIM
                   UNTIL WS-CMP-IDX > 50.
       P0150-FIM.

       P0155-COMPACTA-CARACTER.
           MOVE WS-CMP-ENTRADA(WS-CMP-IDX:1) TO WS-CMP-CARACTER.
           IF WS-CMP-CARACTER IS NUMERIC
              OR (CMP-ALFANUMERICO
                  AND WS-CMP-CARACTER >= 'A'
                  AND WS-CMP-CARACTER <= 'Z')
               ADD 1 TO WS-CMP-QTD
               MOVE WS-CMP-CARACTER TO WS-CMP-SAIDA(WS-CMP-QTD:1)
           END-IF.
           ADD 1 TO WS-CMP-IDX.
       P0155-FIM.

       P0200-AGRUPA.
           SET FIM-OK TO FALSE.
           MOVE HIGH-VALUES TO WS-CHAVE-ANTERIOR.
           PERFORM P0220-ZERA-GRUPO THRU P0220-FIM.

           SET ST-REL-OK TO TRUE.
           OPEN OUTPUT RELATORIO.

           IF NOT ST-REL-OK
               DISPLAY 'ERRO AO GRAVAR DUPCONT.TXT.'
               DISPLAY 'FILE STATUS: ' WS-ST-REL
               SET FIM-OK TO TRUE
           ELSE
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '***** TELEFONES E ENDERECOS COMPARTILHADOS'
                      ' ENTRE CODIGOS *****'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'OPERADOR ' EMP-OPERADOR
                      '  CODIGO RECENTE: CADASTRO A PARTIR DE '
                      WS-CORTE ' (' WS-MESES-RECENTE ' MESES)'
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               IF NOT EMP-VISAO-CONSOLIDADA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING 'SO CODIGOS DA EMPRESA ' EMP-EMPRESA
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
           END-IF.

           PERFORM P0210-RETORNA-CONTATO THRU P0210-FIM
                   UNTIL FIM-OK.

           PERFORM P0230-FECHA-GRUPO THRU P0230-FIM.
       P0200-AGRUPA-FIM.

       P0210-RETORNA-CONTATO.
           RETURN WORKCONT
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF SD-CHAVE-GRUPO NOT EQUAL WS-CHAVE-ANTERIOR
                       PERFORM P0230-FECHA-GRUPO THRU P0230-FIM
                       MOVE SD-CHAVE-GRUPO TO WS-CHAVE-ANTERIOR
                   END-IF
      *            O MESMO CODIGO COM DOIS CONTATOS IGUAIS CONTA UMA
      *            VEZ SO - O QUE INTERESSA SAO CODIGOS DIFERENTES.
                   IF SD-COD NOT EQUAL WS-COD-ANTERIOR
                       PERFORM P0215-ACUMULA-CODIGO THRU P0215-FIM
                   END-IF
           END-RETURN.
       P0210-FIM.

       P0215-ACUMULA-CODIGO.
           MOVE SD-COD TO WS-COD-ANTERIOR.
           ADD 1 TO WS-QTD-CODIGOS.
           IF WS-QTD-CODIGOS EQUAL 1
               MOVE SD-DEPTO TO WS-DEPTO-GRUPO
           ELSE
               IF SD-DEPTO NOT EQUAL WS-DEPTO-GRUPO
                   SET GRUPO-MULTI-DEPTO TO TRUE
               END-IF
           END-IF.
           IF SD-DATA NOT < WS-CORTE
               SET GRUPO-TEM-RECENTE TO TRUE
           END-IF.
           IF WS-QTD-GRUPO < 50
               ADD 1 TO WS-QTD-GRUPO
               MOVE SD-COD   TO WS-GR-COD(WS-QTD-GRUPO)
               MOVE SD-NOME  TO WS-GR-NOME(WS-QTD-GRUPO)
               MOVE SD-DEPTO TO WS-GR-DEPTO(WS-QTD-GRUPO)
               MOVE SD-VALOR TO WS-GR-VALOR(WS-QTD-GRUPO)
               MOVE SD-DATA  TO WS-GR-DATA(WS-QTD-GRUPO)
               MOVE SD-CONTATO-NOME TO WS-GR-CONTATO(WS-QTD-GRUPO)
           END-IF.
       P0215-FIM.

       P0220-ZERA-GRUPO.
           MOVE ZEROS TO WS-QTD-GRUPO WS-QTD-CODIGOS WS-COD-ANTERIOR.
           MOVE SPACES TO WS-DEPTO-GRUPO.
           SET GRUPO-MULTI-DEPTO TO FALSE.
           SET GRUPO-TEM-RECENTE TO FALSE.
       P0220-FIM.

       P0230-FECHA-GRUPO.
           IF WS-QTD-CODIGOS >= 2 AND ST-REL-OK
               PERFORM P0235-CABECALHO-GRUPO THRU P0235-FIM
               MOVE 1 TO WS-IDX-GRUPO
               PERFORM P0240-GRAVA-MEMBRO THRU P0240-FIM
                       UNTIL WS-IDX-GRUPO > WS-QTD-GRUPO
               IF WS-QTD-CODIGOS > WS-QTD-GRUPO
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING '  ... E MAIS '
                          WS-QTD-CODIGOS ' CODIGO(S) NO TOTAL'
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               END-IF
           END-IF.
           PERFORM P0220-ZERA-GRUPO THRU P0220-FIM.
       P0230-FIM.

       P0235-CABECALHO-GRUPO.
           IF WS-ANT-TIPO EQUAL 'T'
               ADD 1 TO WS-CONT-GRUPOS-FONE
               MOVE 'TELEFONE' TO WS-TITULO-GRUPO
           ELSE
               ADD 1 TO WS-CONT-GRUPOS-END
               MOVE 'ENDERECO' TO WS-TITULO-GRUPO
           END-IF.
           MOVE SPACES TO WS-SINAL-DEPTO WS-SINAL-RECENTE.
           IF GRUPO-MULTI-DEPTO
               ADD 1 TO WS-CONT-GRUPOS-DEPTO
               MOVE ' *DEPTOS DIFERENTES' TO WS-SINAL-DEPTO
           END-IF.
           IF GRUPO-TEM-RECENTE
               ADD 1 TO WS-CONT-GRUPOS-RECENTE
               MOVE ' *CODIGO RECENTE' TO WS-SINAL-RECENTE
           END-IF.

           MOVE SPACES TO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           STRING WS-TITULO-GRUPO ' ' WS-ANT-CHAVE(1:40)
                  ' CODIGOS ' WS-QTD-CODIGOS
                  WS-SINAL-DEPTO WS-SINAL-RECENTE
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
       P0235-FIM.

       P0240-GRAVA-MEMBRO.
           MOVE WS-GR-VALOR(WS-IDX-GRUPO) TO WS-VALOR-ED.
           MOVE SPACE TO WS-MARCA-RECENTE.
           IF WS-GR-DATA(WS-IDX-GRUPO) NOT < WS-CORTE
               MOVE '*' TO WS-MARCA-RECENTE
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING '  COD ' WS-GR-COD(WS-IDX-GRUPO)
                  ' ' WS-GR-NOME(WS-IDX-GRUPO)
                  ' DEPTO ' WS-GR-DEPTO(WS-IDX-GRUPO)
                  ' VALOR ' WS-VALOR-ED
                  ' CAD ' WS-GR-DATA(WS-IDX-GRUPO) WS-MARCA-RECENTE
                  ' ' WS-GR-CONTATO(WS-IDX-GRUPO)(1:20)
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-IDX-GRUPO.
       P0240-FIM.

       P0500-FINALIZA.
           IF ST-REL-OK
               MOVE SPACES TO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               STRING 'CONTATOS LIDOS: ' WS-CONT-CONTATOS
                      '  FORA DA VISAO: ' WS-CONT-FORA-VISAO
                      '  GRUPOS TELEFONE: ' WS-CONT-GRUPOS-FONE
                      '  GRUPOS ENDERECO: ' WS-CONT-GRUPOS-END
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'SINALIZADOS - DEPTOS DIFERENTES: '
                      WS-CONT-GRUPOS-DEPTO
                      '  COM CODIGO RECENTE: ' WS-CONT-GRUPOS-RECENTE
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE RG-RELATORIO FROM WS-LINHA-RELATORIO
               CLOSE RELATORIO
               DISPLAY 'RELATORIO GRAVADO EM DUPCONT.TXT ('
                       WS-CONT-GRUPOS-FONE ' GRUPO(S) DE TELEFONE, '
                       WS-CONT-GRUPOS-END ' DE ENDERECO).'
           END-IF.
       P0500-FIM.

       COPY FD_STATUS_MSG.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
           MOVE 'DADOS1.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DADOS1-DAT.
           MOVE 'DUPCONT.SRT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DUPCONT-SRT.
           MOVE 'DUPCONT.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DUPCONT-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
