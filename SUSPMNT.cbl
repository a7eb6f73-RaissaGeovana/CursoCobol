      *          operador corrige os campos e resubmete o registro
      *          para DADOS1.DAT (com validacao de data pelo DATEVAL,
      *          diario e controle de saldos) ou descarta. Itens
      *          resolvidos saem da fila. Recebimento do banco nao
      *          identificado pelo RECEBAPL e corrigido informando so
      *          o codigo certo (digito verificador conferido pelo
      *          DIGVER): o credito vai para LANCTOS.TXT com o motivo
      *          REC e a data valor do banco.
      *          Todo item que sai da fila (resubmetido, creditado ou
      *          descartado) entra no log de atendimento das filas
      *          (ATENDIM.TXT) com a entrada na fila, a decisao e o
      *          operador, para o SLAREL.
      *          Tambem e chamado pela fila de trabalho do operador
      *          (FILATRAB), para onde volta ao encerrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS CTL-ARQUIVO
              FILE STATUS IS WS-ST-CTL.

              SELECT LANCTOS ASSIGN TO WS-ARQ-LANCTOS-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-LCT.

              SELECT OPERMST ASSIGN TO WS-ARQ-OPERMST-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-ST-OPER.

              SELECT ATENDIM ASSIGN TO WS-ARQ-ATENDIM-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ATD.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD CTLSALDO.
       COPY FD_CTLSALDO.

       FD LANCTOS.
      *    MESMO LAYOUT DE TRANSACAO LIDO PELO MOTOR DE
      *    LANCAMENTOS (LANCTOS.cbl).
       01  RG-LANCTO.
           02  LCT-COD-DADOS   PIC 9(07).
           02  LCT-TIPO        PIC X(01).
           02  LCT-VALOR       PIC 9(07)V99.
           02  LCT-MOTIVO      PIC X(03).
           02  LCT-DATA        PIC 9(08).

       FD OPERMST.
       COPY FD_OPER.

       FD ATENDIM.
       COPY FD_ATEND.
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERFIL_WS.
       COPY SENHA_WS.
       COPY ATEND_WS.
       COPY DIGVER_WS.
      *    REGISTRO DO BANCO GUARDADO NO ITEM PELO RECEBAPL.
       COPY FD_RECEB.
       77  WS-ARQ-SUSPENSO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-DADOS1-DAT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-DIARIO-TXT      PIC X(60) VALUE SPACES.
       77  WS-ARQ-CTLSALDO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LANCTOS-TXT     PIC X(60) VALUE SPACES.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       COPY FD_STATUS.
         88 ST-CTL-OK       VALUE 0.
       77 WS-ST-OPER        PIC 99.
         88 ST-OPER-OK      VALUE 0.
       77 WS-ST-LCT         PIC 99.
         88 ST-LCT-OK       VALUE 0.
       77 WS-FIM            PIC X.
         88 FIM-OK          VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-CONT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-RESUB     PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DESCARTE  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CREDITOS  PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED       PIC ZZZZZZ9,99.
       77 WS-IDADE-DIAS     PIC S9(05) VALUE ZEROS.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
               CLOSE SUSPENSO
           END-IF.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0100-INICIO.
           DISPLAY '******** FILA CENTRAL DE SUSPENSOS ***********'.
                       INVALID KEY
                           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                       NOT INVALID KEY
                           MOVE OPER-SAL TO WS-SNH-SAL
                           MOVE WS-OPER-SENHA TO WS-SNH-SENHA
                           PERFORM 9650-CALCULA-HASH THRU 9650-FIM
                           IF OPER-ATIVO
                              AND OPER-SENHA = WS-SNH-HASH
                               SET OPERADOR-VALIDO TO TRUE
                           ELSE
                               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                   ' MOTIVO ' SUSP-MOTIVO
                   ' IDADE ' WS-IDADE-DIAS ' DIA(S)'.
           DISPLAY 'REGISTRO: ' SUSP-REGISTRO.

           IF SUSP-ORIGEM EQUAL 'RECEBAPL'
               MOVE SUSP-REGISTRO TO RG-RECEB
               IF RCB-VALOR IS NUMERIC
                   MOVE RCB-VALOR TO WS-VALOR-ED
               ELSE
                   MOVE ZEROS TO WS-VALOR-ED
               END-IF
               DISPLAY 'RECEBIMENTO: DOCUMENTO ' RCB-DOCUMENTO
                       ' DATA VALOR ' RCB-DATA-VALOR
                       ' VALOR ' WS-VALOR-ED
               DISPLAY 'REFERENCIA DO PAGADOR: ' RCB-REFERENCIA
           END-IF.
       P0210-FIM.

       P0220-DECIDE.

           EVALUATE TRUE
               WHEN ACAO-CORRIGE
                   IF SUSP-ORIGEM EQUAL 'RECEBAPL'
                       PERFORM P0270-ATRIBUI-RECEBIMENTO
                          THRU P0270-FIM
                   ELSE
                       PERFORM P0230-CORRIGE-RESUBMETE THRU P0230-FIM
                   END-IF
               WHEN ACAO-DESCARTA
                   PERFORM P0260-DESCARTA THRU P0260-FIM
               WHEN ACAO-SAIR
       P0240-FIM.

       P0250-REMOVE-ITEM.
      *    O ITEM SAI DA FILA; O TEMPO DE ATENDIMENTO FICA NO LOG
      *    (RESUBMISSAO E CREDITO = RESOLVIDO, REJEICAO = DESCARTE).
           MOVE 'SUSPENSO'    TO WS-ATD-FILA.
           MOVE SUSP-CHAVE    TO WS-ATD-ITEM.
           MOVE SUSP-DATA     TO WS-ATD-DATA-ABERTURA.
           MOVE SUSP-HORA     TO WS-ATD-HORA-ABERTURA.
           MOVE WS-OPERADOR   TO WS-ATD-OPERADOR.
           MOVE 'SUSPMNT'     TO WS-ATD-PROGRAMA.
           MOVE SPACES        TO WS-ATD-DEPTO.
           IF WS-OPERACAO-DIARIO EQUAL 'R'
               MOVE 'D' TO WS-ATD-DECISAO
           ELSE
               MOVE 'S' TO WS-ATD-DECISAO
               IF SUSP-ORIGEM NOT EQUAL 'RECEBAPL'
                   MOVE WS-DEPTO-ENTRADA TO WS-ATD-DEPTO
               END-IF
           END-IF.

           DELETE SUSPENSO
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER O ITEM DA FILA.'
               NOT INVALID KEY
                   PERFORM 9470-GRAVA-ATENDIMENTO THRU 9470-FIM
           END-DELETE.
       P0250-FIM.

           DISPLAY 'ITEM DESCARTADO.'.
       P0260-FIM.

       P0270-ATRIBUI-RECEBIMENTO.
      *    O RECEBIMENTO NAO VOLTA PARA O DADOS1: O OPERADOR SO
      *    INFORMA O CODIGO CERTO E O CREDITO SEGUE PARA O MOTOR DE
      *    LANCAMENTOS, COM AS CRITICAS DE SEMPRE. DIGITO ERRADO E
      *    RECUSADO EM QUALQUER REGIME - DINHEIRO NAO SE LANCA EM
      *    CODIGO MAL DIGITADO.
           MOVE SUSP-REGISTRO TO RG-RECEB.
           IF RCB-DATA-VALOR IS NOT NUMERIC
              OR RCB-VALOR IS NOT NUMERIC
               DISPLAY 'REGISTRO DO BANCO ILEGIVEL - DESCARTE O ITEM'
                       ' E LANCE O RECEBIMENTO A MAO.'
               GO TO P0270-FIM
           END-IF.
           IF RCB-VALOR EQUAL ZEROS
               DISPLAY 'RECEBIMENTO SEM VALOR - DESCARTE O ITEM.'
               GO TO P0270-FIM
           END-IF.

           DISPLAY 'CODIGO QUE RECEBE O CREDITO (7 DIGITOS): '
           ACCEPT WS-COD-ENTRADA.

           MOVE 'V' TO DIGV-FUNCAO.
           MOVE WS-COD-ENTRADA TO DIGV-CODIGO.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/DIGVER'
               USING WS-DIGV-AREA.
           IF NOT DIGV-COD-OK
               DISPLAY 'DIGITO VERIFICADOR INVALIDO NO CODIGO '
                       WS-COD-ENTRADA ' - ITEM MANTIDO NA FILA.'
               GO TO P0270-FIM
           END-IF.

           SET ST-OK TO TRUE.
           OPEN INPUT DADOS1.
           IF NOT ST-OK
               DISPLAY 'DADOS1.DAT INDISPONIVEL - ITEM MANTIDO NA'
                       ' FILA.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
               GO TO P0270-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO COD-DADOS.
           READ DADOS1
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO - ITEM MANTIDO NA'
                           ' FILA.'
                   CLOSE DADOS1
                   GO TO P0270-FIM
           END-READ.
           MOVE NOM-DADOS TO WS-NOME-ENTRADA.
           CLOSE DADOS1.

           SET ST-LCT-OK TO TRUE.
           OPEN EXTEND LANCTOS.
           IF WS-ST-LCT EQUAL 35
               OPEN OUTPUT LANCTOS
           END-IF.
           IF NOT ST-LCT-OK
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT - ITEM MANTIDO NA'
                       ' FILA.'
               DISPLAY 'FILE STATUS: ' WS-ST-LCT
               GO TO P0270-FIM
           END-IF.

           MOVE WS-COD-ENTRADA TO LCT-COD-DADOS.
           MOVE 'C'            TO LCT-TIPO.
           MOVE RCB-VALOR      TO LCT-VALOR.
           MOVE 'REC'          TO LCT-MOTIVO.
           MOVE RCB-DATA-VALOR TO LCT-DATA.
           WRITE RG-LANCTO.
           IF NOT ST-LCT-OK
               DISPLAY 'ERRO AO GRAVAR LANCTOS.TXT - ITEM MANTIDO NA'
                       ' FILA.'
               CLOSE LANCTOS
               GO TO P0270-FIM
           END-IF.
           CLOSE LANCTOS.

           DISPLAY 'CREDITO ENVIADO PARA LANCTOS.TXT.'
           ADD 1 TO WS-CONT-CREDITOS.
           MOVE 'I' TO WS-OPERACAO-DIARIO.
           PERFORM P0300-GRAVA-DIARIO THRU P0300-FIM.
           PERFORM P0250-REMOVE-ITEM THRU P0250-FIM.
       P0270-FIM.

       P0300-GRAVA-DIARIO.
           SET ST-DIARIO-OK TO TRUE.

           DISPLAY 'ITENS VISTOS NA FILA..: ' WS-CONT-ABERTOS.
           DISPLAY 'RESUBMETIDOS..........: ' WS-CONT-RESUB.
           DISPLAY 'DESCARTADOS...........: ' WS-CONT-DESCARTE.
           DISPLAY 'RECEBIMENTOS CREDITADOS: ' WS-CONT-CREDITOS.
           DISPLAY '***********************************************'.
       P0500-FIM.

           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'LANCTOS.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LANCTOS-TXT.
           MOVE 'ATENDIM.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ATENDIM-TXT.
       9600-FIM.

       COPY SENHA.

       COPY PERFIL.

       COPY ATEND.
