      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da lista de verificacao do fechamento
      *          mensal (CHKFECH.TXT) - a operacao liga/desliga cada
      *          item e o marca como obrigatorio (bloqueia o FECHMES)
      *          ou so informativo, lista a configuracao e roda a
      *          conferencia avulsa de um periodo pelo CHKFECH, que
      *          imprime o certificado. O arquivo inteiro e carregado
      *          em tabela, editado e regravado; sem o arquivo, a
      *          edicao parte da lista embutida do CHKFECH.
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
              SELECT CHKFECH ASSIGN TO WS-ARQ-CHKFECH-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST.
              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD CHKFECH.
       COPY FD_CHKFECH.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY CHKFECH_WS.
       77  WS-ARQ-CHKFECH-TXT    PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-EXIT           PIC X.
         88 WS-EXIT-OK      VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO          PIC X     VALUE SPACES.
         88 OPCAO-LISTAR              VALUE 'L' 'l'.
         88 OPCAO-TROCAR              VALUE 'T' 't'.
         88 OPCAO-VERIFICAR           VALUE 'V' 'v'.
         88 OPCAO-GRAVAR              VALUE 'G' 'g'.
       01 WS-TABELA-ITENS.
          02 WS-CKF-ITEM OCCURS 20 TIMES.
             03 WS-CKF-CODIGO      PIC X(08).
             03 WS-CKF-DESCRICAO   PIC X(40).
             03 WS-CKF-ATIVO       PIC X(01).
             03 WS-CKF-OBRIGATORIO PIC X(01).
      *    A MESMA LISTA EMBUTIDA QUE O CHKFECH USA SEM O ARQUIVO.
       01 WS-LISTA-PADRAO.
          02 FILLER PIC X(50) VALUE
             'CTLVERIFCONTROLE DE SALDOS CONFERIDO (CTLVERIF) SS'.
          02 FILLER PIC X(50) VALUE
             'CONCDIA CONCILIACAO DIARIO SEM DISCREPANCIA     SS'.
          02 FILLER PIC X(50) VALUE
             'CASOS   NENHUM CASO DE CONCILIACAO ABERTO       SS'.
          02 FILLER PIC X(50) VALUE
             'GLPOST  INTERFACE CONTABIL DO ULTIMO DIA UTIL   SS'.
          02 FILLER PIC X(50) VALUE
             'SUSPENSOSEM SUSPENSOS DO PERIODO NA FILA        SS'.
       01 FILLER REDEFINES WS-LISTA-PADRAO.
          02 WS-PADRAO       OCCURS 5 TIMES PIC X(50).
       77 WS-QTD-ITENS      PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-ITEM-PEDIDO    PIC X(08) VALUE SPACES.
       77 WS-ACHOU          PIC 9(02) VALUE ZEROS.
       77 WS-ATIVO-ENTRADA  PIC X(01) VALUE SPACES.
       77 WS-OBRIG-ENTRADA  PIC X(01) VALUE SPACES.
       77 WS-MUDOU          PIC X     VALUE 'N'.
         88 LISTA-MUDOU               VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.

       0100-INICIO.
           DISPLAY '***** LISTA DE VERIFICACAO DO FECHAMENTO *****'
           SET WS-EXIT-OK TO FALSE.
           PERFORM 0110-CARREGA THRU 0110-FIM.
           PERFORM 0200-MANUTENCAO THRU 0200-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM 0500-FIM.

       0110-CARREGA.
           MOVE ZEROS TO WS-QTD-ITENS.
           SET FIM-OK TO FALSE.

           SET ST-OK TO TRUE.
           OPEN INPUT CHKFECH.

           IF ST-OK
               PERFORM 0115-LE-ITEM THRU 0115-FIM
                       UNTIL FIM-OK
               CLOSE CHKFECH
           END-IF.

           IF WS-QTD-ITENS EQUAL ZEROS
               DISPLAY 'CHKFECH.TXT AUSENTE OU VAZIO - EDICAO PARTE'
                       ' DA LISTA EMBUTIDA PADRAO.'
               MOVE 1 TO WS-IDX
               PERFORM 0120-ITEM-PADRAO THRU 0120-FIM
                       UNTIL WS-IDX > 5
           END-IF.
       0110-FIM.

       0115-LE-ITEM.
           READ CHKFECH
               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   IF WS-QTD-ITENS < 20
                       ADD 1 TO WS-QTD-ITENS
                       MOVE CKF-ITEM
                         TO WS-CKF-CODIGO(WS-QTD-ITENS)
                       MOVE CKF-DESCRICAO
                         TO WS-CKF-DESCRICAO(WS-QTD-ITENS)
                       MOVE CKF-ATIVO
                         TO WS-CKF-ATIVO(WS-QTD-ITENS)
                       MOVE CKF-OBRIGATORIO
                         TO WS-CKF-OBRIGATORIO(WS-QTD-ITENS)
                   ELSE
                       SET FIM-OK TO TRUE
                   END-IF
           END-READ.
       0115-FIM.

       0120-ITEM-PADRAO.
           MOVE WS-PADRAO(WS-IDX) TO RG-CHKFECH.
           ADD 1 TO WS-QTD-ITENS.
           MOVE CKF-ITEM        TO WS-CKF-CODIGO(WS-QTD-ITENS).
           MOVE CKF-DESCRICAO   TO WS-CKF-DESCRICAO(WS-QTD-ITENS).
           MOVE CKF-ATIVO       TO WS-CKF-ATIVO(WS-QTD-ITENS).
           MOVE CKF-OBRIGATORIO TO WS-CKF-OBRIGATORIO(WS-QTD-ITENS).
           ADD 1 TO WS-IDX.
       0120-FIM.

       0200-MANUTENCAO.
           MOVE SPACES TO WS-OPCAO.
           DISPLAY '<L>ISTAR, <T>ROCAR ITEM, <V>ERIFICAR PERIODO,'
                   ' <G>RAVAR OU <F> PARA SAIR: '
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM 0210-LISTA THRU 0210-FIM
               WHEN OPCAO-TROCAR
                   PERFORM 0220-TROCA THRU 0220-FIM
               WHEN OPCAO-VERIFICAR
                   PERFORM 0230-VERIFICA THRU 0230-FIM
               WHEN OPCAO-GRAVAR
                   PERFORM 0240-GRAVA THRU 0240-FIM
               WHEN WS-OPCAO EQUAL 'F' OR 'f'
                   IF LISTA-MUDOU
                       DISPLAY 'HA MUDANCAS NAO GRAVADAS - USE <G>'
                               ' ANTES DE SAIR OU SAIA DE NOVO PARA'
                               ' DESCARTAR.'
                       SET LISTA-MUDOU TO FALSE
                   ELSE
                       SET WS-EXIT-OK TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0200-FIM.

       0210-LISTA.
           DISPLAY 'ITEM     ATV OBR DESCRICAO'.
           MOVE 1 TO WS-IDX.
           PERFORM 0215-LISTA-UM THRU 0215-FIM
                   UNTIL WS-IDX > WS-QTD-ITENS.
       0210-FIM.

       0215-LISTA-UM.
           DISPLAY WS-CKF-CODIGO(WS-IDX) '  '
                   WS-CKF-ATIVO(WS-IDX) '   '
                   WS-CKF-OBRIGATORIO(WS-IDX) '  '
                   WS-CKF-DESCRICAO(WS-IDX).
           ADD 1 TO WS-IDX.
       0215-FIM.

       0220-TROCA.
           MOVE SPACES TO WS-ITEM-PEDIDO.
           DISPLAY 'ITEM A TROCAR: '
           ACCEPT WS-ITEM-PEDIDO.

           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM 0225-PROCURA-ITEM THRU 0225-FIM
                   UNTIL WS-IDX > WS-QTD-ITENS
                      OR WS-ACHOU NOT EQUAL ZEROS.

           IF WS-ACHOU EQUAL ZEROS
               DISPLAY 'ITEM NAO ENCONTRADO.'
               GO TO 0220-FIM
           END-IF.

           MOVE SPACES TO WS-ATIVO-ENTRADA WS-OBRIG-ENTRADA.
           DISPLAY 'ATIVO <S>/<N> (ATUAL '
                   WS-CKF-ATIVO(WS-ACHOU) '): '
           ACCEPT WS-ATIVO-ENTRADA.
           DISPLAY 'OBRIGATORIO <S>/<N> (ATUAL '
                   WS-CKF-OBRIGATORIO(WS-ACHOU) '): '
           ACCEPT WS-OBRIG-ENTRADA.

           IF WS-ATIVO-ENTRADA EQUAL 'S' OR 'N'
               MOVE WS-ATIVO-ENTRADA TO WS-CKF-ATIVO(WS-ACHOU)
           END-IF.
           IF WS-OBRIG-ENTRADA EQUAL 'S' OR 'N'
               MOVE WS-OBRIG-ENTRADA TO WS-CKF-OBRIGATORIO(WS-ACHOU)
           END-IF.

           SET LISTA-MUDOU TO TRUE.
           DISPLAY 'ITEM AJUSTADO - LEMBRE DE <G>RAVAR.'.
       0220-FIM.

       0225-PROCURA-ITEM.
           IF WS-CKF-CODIGO(WS-IDX) EQUAL WS-ITEM-PEDIDO
               MOVE WS-IDX TO WS-ACHOU
           ELSE
               ADD 1 TO WS-IDX
           END-IF.
       0225-FIM.

       0230-VERIFICA.
      *    CONFERENCIA AVULSA PELA CONFIGURACAO GRAVADA - MUDANCA
      *    AINDA NAO GRAVADA NAO VALE AQUI.
           IF LISTA-MUDOU
               DISPLAY 'A CONFERENCIA USA A LISTA GRAVADA - GRAVE AS'
                       ' MUDANCAS ANTES.'
           END-IF.

           MOVE ZEROS TO CHK-PERIODO.
           DISPLAY 'PERIODO (AAAAMM): '
           ACCEPT CHK-PERIODO.

           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/CHKFECH'
               USING WS-CHK-AREA.

           IF CHK-BLOQUEADO
               DISPLAY 'PERIODO ' CHK-PERIODO ' REPROVADO - '
                       CHK-QTD-FALHAS ' ITEM(NS) OBRIGATORIO(S) SEM'
                       ' DISPENSA.'
               MOVE 1 TO WS-IDX
               PERFORM 0235-EXIBE-FALHA THRU 0235-FIM
                       UNTIL WS-IDX > CHK-QTD-FALHAS
           ELSE
               DISPLAY 'PERIODO ' CHK-PERIODO ' APROVADO PARA O'
                       ' FECHAMENTO.'
           END-IF.
           DISPLAY 'CERTIFICADO: ' CHK-CERTIFICADO(1:40).
       0230-FIM.

       0235-EXIBE-FALHA.
           DISPLAY 'REPROVADO: ' CHK-FALHA-ITEM(WS-IDX) ' - '
                   CHK-FALHA-DESC(WS-IDX).
           ADD 1 TO WS-IDX.
       0235-FIM.

       0240-GRAVA.
           SET ST-OK TO TRUE.
           OPEN OUTPUT CHKFECH.
           IF NOT ST-OK
               DISPLAY 'ERRO AO GRAVAR CHKFECH.TXT.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO 0240-FIM
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM 0245-GRAVA-UM THRU 0245-FIM
                   UNTIL WS-IDX > WS-QTD-ITENS.

           CLOSE CHKFECH.
           SET LISTA-MUDOU TO FALSE.
           DISPLAY 'CONFIGURACAO GRAVADA - VALE NO PROXIMO'
                   ' FECHAMENTO.'.
       0240-FIM.

       0245-GRAVA-UM.
           MOVE WS-CKF-CODIGO(WS-IDX)      TO CKF-ITEM.
           MOVE WS-CKF-DESCRICAO(WS-IDX)   TO CKF-DESCRICAO.
           MOVE WS-CKF-ATIVO(WS-IDX)       TO CKF-ATIVO.
           MOVE WS-CKF-OBRIGATORIO(WS-IDX) TO CKF-OBRIGATORIO.
           WRITE RG-CHKFECH.
           ADD 1 TO WS-IDX.
       0245-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           GOBACK.

       9600-PREPARA-ARQUIVOS.
      *    RESOLVE OS CAMINHOS FISICOS DOS ARQUIVOS DE DADOS
      *    PELO PERFIL DE AMBIENTE (PERFIL.TXT) ANTES DE
      *    QUALQUER ABERTURA.
           PERFORM 9700-CARREGA-PERFIL THRU 9700-FIM.
           MOVE 'CHKFECH.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CHKFECH-TXT.
       9600-FIM.

       COPY PERFIL.
