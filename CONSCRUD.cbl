      * Date:
      * Purpose:
      * TRANSFORMANDO EM SUB-PROGRAMA
      * EXIBE OS OUTROS CODIGOS DA MESMA PESSOA (PESSOAS.DAT)
      * NOTA COM DATA DE RETORNO E RESPONSAVEL (LEMBRETE.DAT)
      * VISAO GERAL DO CODIGO (CONTATO, NOTAS, PENDENCIA, RECERTIFICA-
      * CAO, MOVIMENTOS, CASOS, SUSPENSOS E MOEDA) - ACESSO MODO V
      * SO MOSTRA CODIGOS DA EMPRESA DO OPERADOR ASSINADO (EMPRSRV);
      * VISAO CONSOLIDADA SO PARA O SUPERVISOR
      * AVISA CODIGO DORMENTE (DORMENC.DAT) NA CONSULTA POR CODIGO E
      * NA VISAO GERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
              RECORD KEY IS NOTA-CHAVE
              FILE STATUS IS WS-ST-NOTA.

              SELECT LEMBRETE ASSIGN TO WS-ARQ-LEMBRETE-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS LEM-CHAVE
              FILE STATUS IS WS-ST-LEMB.

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

              SELECT ACESSLOG ASSIGN TO WS-ARQ-ACESSLOG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-ACESSO.

              SELECT PESSOAS ASSIGN TO WS-ARQ-PESSOAS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS PES-COD-DADOS
              ALTERNATE RECORD KEY IS PES-ID-PESSOA WITH DUPLICATES
              FILE STATUS IS WS-ST-PES.

              SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  DYNAMIC
              RECORD KEY IS CONT-CHAVE
              FILE STATUS IS WS-ST-CONT.

              SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS PEND-COD-DADOS
              FILE STATUS IS WS-ST-PEND.

              SELECT RECERTWK ASSIGN TO WS-ARQ-RECERTWK-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS RCT-CHAVE
              FILE STATUS IS WS-ST-RCT.

              SELECT MOVHIST ASSIGN TO WS-ARQ-MOVHIST-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-MOV.

              SELECT CASOS ASSIGN TO WS-ARQ-CASOS-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAS-CHAVE
              FILE STATUS IS WS-ST-CASO.

              SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS SUSP-CHAVE
              FILE STATUS IS WS-ST-SUSP.

              SELECT CAMBIO ASSIGN TO WS-ARQ-CAMBIO-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  SEQUENTIAL
              RECORD KEY IS CAMB-CHAVE
              FILE STATUS IS WS-ST-CAMB.

              SELECT MOEDAREG ASSIGN TO WS-ARQ-MOEDAREG-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS MDA-COD-DADOS
              FILE STATUS IS WS-ST-MDA.

              SELECT DORMENCIA ASSIGN TO WS-ARQ-DORMENCIA-DAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS  RANDOM
              RECORD KEY IS DORM-COD-DADOS
              FILE STATUS IS WS-ST-DRM.

              SELECT DORMCFG ASSIGN TO WS-ARQ-DORMCFG-TXT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
              FILE STATUS IS WS-ST-DCF.

              SELECT PERFIL ASSIGN TO 'PERFIL.TXT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS  SEQUENTIAL
       FD NOTAS.
       COPY FD_NOTA.

       FD LEMBRETE.
       COPY FD_LEMBRETE.

       FD OPERMST.
       COPY FD_OPER.

       FD DEPTOS.
       COPY FD_DEPTO.

       FD ACESSLOG.
       COPY FD_ACESSO.

       FD PESSOAS.
       COPY FD_PESSOA.

       FD CONTATOS.
       COPY FD_CONTATO.

       FD PENDALT.
       COPY FD_PENDALT.

       FD RECERTWK.
       COPY FD_RECERT.

       FD MOVHIST.
      *    MESMO LAYOUT GRAVADO PELO MOTOR DE LANCAMENTOS (LANCTOS).
       01  RG-MOVHIST.
           02  MOV-COD-DADOS   PIC 9(07).
           02  MOV-TIPO        PIC X(01).
               88  MOV-DEBITO  VALUE 'D'.
               88  MOV-CREDITO VALUE 'C'.
           02  MOV-VALOR       PIC 9(07)V99.
           02  MOV-MOTIVO      PIC X(03).
           02  MOV-DATA-EFET   PIC 9(08).
           02  MOV-DATA-PROC   PIC 9(08).
           02  MOV-HORA-PROC   PIC 9(06).
           02  MOV-OPERADOR    PIC X(08).
           02  MOV-REFERENCIA  PIC 9(09).
           02  MOV-REF-ESTORNO PIC 9(09).

       FD CASOS.
       COPY FD_CASO.

       FD SUSPENSO.
       COPY FD_SUSP.

       FD CAMBIO.
       COPY FD_CAMBIO.

       FD MOEDAREG.
       COPY FD_MOEDACAD.

       FD DORMENCIA.
       COPY FD_DORMENCIA.

       FD DORMCFG.
       01  RG-DORMCFG          PIC X(80).
       FD PERFIL.
       01  RG-PERFIL           PIC X(80).

       COPY PERFIL_WS.
       COPY DIGVER_WS.
       COPY FILESRV_WS.
       COPY PESSOA_WS.
       COPY LEMBRETE_WS.
       COPY CAMBIO_WS.
       COPY EMPRSRV_WS.
       COPY DORMENCIA_WS.
       77  WS-ARQ-DADOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-LEMBRETE-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-OPERMST-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-DEPTOS-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-NOTAS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-ACESSLOG-TXT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PESSOAS-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CONTATOS-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-PENDALT-DAT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-RECERTWK-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOVHIST-TXT   PIC X(60) VALUE SPACES.
       77  WS-ARQ-CASOS-DAT     PIC X(60) VALUE SPACES.
       77  WS-ARQ-SUSPENSO-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-CAMBIO-DAT    PIC X(60) VALUE SPACES.
       77  WS-ARQ-MOEDAREG-DAT  PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMENCIA-DAT PIC X(60) VALUE SPACES.
       77  WS-ARQ-DORMCFG-TXT   PIC X(60) VALUE SPACES.
       COPY FD_CRUD_WS.
       77 WS-ST             PIC 99.
         88 ST-OK           VALUE 0.
       77 WS-NOTA-OPCAO     PIC X     VALUE SPACES.
         88 ADICIONA-NOTA              VALUE 'S' 's'.
       77 WS-TEXTO-NOTA     PIC X(60) VALUE SPACES.
       77 WS-NOTA-GRAVADA   PIC X     VALUE 'N'.
         88 NOTA-GRAVADA               VALUE 'S' FALSE 'N'.
       77 WS-NOTA-CHAVE-SALVA PIC X(21) VALUE SPACES.
       77 WS-ST-LEMB        PIC 99.
         88 ST-LEMB-OK                 VALUE 0.
       77 WS-LEMB-ABERTO    PIC X     VALUE 'N'.
         88 LEMBRETE-ABERTO            VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO-LEMB  PIC X(09) VALUE SPACES.
       77 WS-ST-ACESSO      PIC 99.
         88 ST-ACESSO-OK               VALUE 0.
       77 WS-MODO-ACESSO    PIC X     VALUE SPACES.
       77 WS-VALOR-ABERTO   PIC -$$$.$$$.$$9,99.
       77 WS-COD-TELA       PIC 9(07) VALUE ZEROS.
       77 WS-MSG-TELA       PIC X(60) VALUE SPACES.
      *    VISAO GERAL DO CODIGO.
       77 WS-ST-CONT        PIC 99.
         88 ST-CONT-OK                 VALUE 0.
       77 WS-ST-PEND        PIC 99.
         88 ST-PEND-OK                 VALUE 0.
       77 WS-ST-RCT         PIC 99.
         88 ST-RCT-OK                  VALUE 0.
       77 WS-ST-MOV         PIC 99.
         88 ST-MOV-OK                  VALUE 0.
       77 WS-ST-CASO        PIC 99.
         88 ST-CASO-OK                 VALUE 0.
       77 WS-ST-SUSP        PIC 99.
         88 ST-SUSP-OK                 VALUE 0.
       77 WS-FIM-VG         PIC X     VALUE 'N'.
         88 FIM-VG-OK                  VALUE 'S' FALSE 'N'.
       01 WS-VG-COD         PIC 9(07) VALUE ZEROS.
       01 WS-VG-COD-X REDEFINES WS-VG-COD PIC X(07).
       77 WS-VG-QTD         PIC 9(05) VALUE ZEROS.
       77 WS-VG-TEXTO       PIC X(60) VALUE SPACES.
       77 WS-VG-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-VG-HORA        PIC 9(06) VALUE ZEROS.
       77 WS-VG-CAMPANHA    PIC 9(06) VALUE ZEROS.
       77 WS-VG-SITUACAO    PIC X(01) VALUE SPACES.
       77 WS-VG-DECISOR     PIC X(08) VALUE SPACES.
       77 WS-VG-DT-DECISAO  PIC 9(08) VALUE ZEROS.
       77 WS-VG-SIT-ED      PIC X(20) VALUE SPACES.
       77 WS-VG-VALOR-ED    PIC -$$$.$$$.$$9,99.
      *    ULTIMOS CINCO MOVIMENTOS (O MAIS RECENTE NA POSICAO 5).
       01 WS-VG-MOVIMENTOS.
          02 WS-VG-MOV OCCURS 5 TIMES.
             03 WS-VG-MOV-TIPO   PIC X(01).
             03 WS-VG-MOV-VALOR  PIC 9(07)V99.
             03 WS-VG-MOV-MOTIVO PIC X(03).
             03 WS-VG-MOV-DATA   PIC 9(08).
       77 WS-VG-QTD-MOV     PIC 9(05) VALUE ZEROS.
       77 WS-VG-IDX         PIC 9(01) VALUE ZEROS.
       77 WS-VG-INICIO      PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.

       0100-INICIO.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           PERFORM 0110-CARREGA-EMPRESA THRU 0110-FIM.
           IF NOT EMP-LIBERADO
               MOVE 'ACESSO RECUSADO' TO LK-MENSAGEM
               PERFORM 0500-FIM
           END-IF.
           IF LK-MODO-API
               PERFORM 0120-CONSULTA-API THRU 0120-FIM
           ELSE
           END-IF.
           PERFORM 0500-FIM.

       0110-CARREGA-EMPRESA.
      *    O CADASTRO E COMPARTILHADO PELAS EMPRESAS DO GRUPO: A
      *    CONSULTA SO ENXERGA OS DEPARTAMENTOS DA EMPRESA DO
      *    OPERADOR ASSINADO. NO DIALOGO O SUPERVISOR ESCOLHE A
      *    EMPRESA OU A VISAO CONSOLIDADA.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           IF LK-MODO-API
               SET EMP-PERGUNTA-SIM TO FALSE
           ELSE
               SET EMP-PERGUNTA-SIM TO TRUE
           END-IF.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       0110-FIM.

       0120-CONSULTA-API.
      *    A LEITURA POR CODIGO DA API VAI PELO TRATADOR RESIDENTE
      *    FILESRV - A SESSAO ABERTA PELO MENUPROG ATENDE A RAJADA
               USING WS-FILESRV-AREA
           END-CALL.

           IF FSRV-OK
               MOVE FSRV-REGISTRO TO WS-DADOS
               PERFORM 0290-CONFERE-EMPRESA THRU 0290-FIM
               IF NOT EMP-DEPTO-PERMITIDO
                   SET FSRV-NAO-ACHOU TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FSRV-OK
                   MOVE FSRV-REGISTRO   TO WS-DADOS
           SET ST-OK   TO TRUE.
           MOVE SPACES TO LK-MENSAGEM.

           DISPLAY 'CONSULTAR POR <C>ODIGO, POR <N>OME (PARCIAL) OU'
                   ' <V>ISAO GERAL DO CODIGO: '
           ACCEPT WS-MODO.

           OPEN INPUT DADOS.

           IF ST-OK THEN
               EVALUATE TRUE
                   WHEN WS-MODO EQUAL 'N' OR WS-MODO EQUAL 'n'
                       PERFORM 0220-CONSULTAR-POR-NOME THRU 0220-FIM
                   WHEN WS-MODO EQUAL 'V' OR WS-MODO EQUAL 'v'
                       PERFORM 0300-VISAO-GERAL THRU 0300-FIM
                   WHEN OTHER
                       PERFORM 0210-CONSULTAR-POR-CODIGO THRU 0210-FIM
               END-EVALUATE
           ELSE
               DISPLAY 'ERRO AO LOCALIZAR DADOS.'
               PERFORM 9900-EXIBE-STATUS-ARQUIVO THRU 9900-FIM
                  END-IF
              END-IF
           NOT INVALID KEY
      *       CODIGO DE OUTRA EMPRESA E TRATADO COMO INEXISTENTE.
              PERFORM 0290-CONFERE-EMPRESA THRU 0290-FIM
              IF EMP-DEPTO-PERMITIDO
                 PERFORM 0270-FORMATA-VALOR THRU 0270-FIM
                 DISPLAY TELA-RESULTADO
                 PERFORM 0285-AVISA-DORMENCIA THRU 0285-FIM
                 MOVE 'DADO ENCONTRADO' TO LK-MENSAGEM
                 MOVE 'C' TO WS-MODO-ACESSO
                 MOVE WS-COD-DADOS TO WS-COD-ACESSO
                 PERFORM 0260-GRAVA-ACESSO THRU 0260-FIM
                 PERFORM 0230-MOSTRA-NOTAS THRU 0230-FIM
                 PERFORM 0235-MOSTRA-VINCULADOS THRU 0235-FIM
                 PERFORM 0240-PERGUNTA-NOTA THRU 0240-FIM
              ELSE
                 DISPLAY 'CODIGO PARA DADO NAO EXISTE.'
                 MOVE 'CODIGO NAO EXISTE' TO LK-MENSAGEM
              END-IF
           END-READ.
       0210-FIM.

      *        SEM ARQUIVO DE NOTAS AINDA - NADA A EXIBIR.
               SET FIM-NOTA-OK TO TRUE
           ELSE
               SET ST-LEMB-OK TO TRUE
               OPEN INPUT LEMBRETE
               IF ST-LEMB-OK
                   SET LEMBRETE-ABERTO TO TRUE
               END-IF
               MOVE WS-COD-DADOS TO NOTA-COD-DADOS
               MOVE ZEROS        TO NOTA-DATA NOTA-HORA
               START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
                                       NOTA-HORA(1:2) ':'
                                       NOTA-HORA(3:2) ' - '
                                       NOTA-TEXTO
                               PERFORM 0232-MOSTRA-RETORNO
                                       THRU 0232-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
               IF LEMBRETE-ABERTO
                   CLOSE LEMBRETE
                   SET LEMBRETE-ABERTO TO FALSE
               END-IF
               IF WS-QTD-NOTAS EQUAL ZEROS
                   DISPLAY '   (SEM NOTAS PARA O CODIGO)'
               END-IF
           END-IF.
       0230-FIM.

       0232-MOSTRA-RETORNO.
      *    NOTA COM ACOMPANHAMENTO MOSTRA O RETORNO, O RESPONSAVEL E
      *    SE JA FOI CONCLUIDO.
           IF NOT LEMBRETE-ABERTO
               GO TO 0232-FIM
           END-IF.
           MOVE NOTA-CHAVE TO LEM-CHAVE.
           READ LEMBRETE
               INVALID KEY
                   GO TO 0232-FIM
           END-READ.
           IF LEM-ABERTO
               MOVE 'ABERTO'    TO WS-SITUACAO-LEMB
           ELSE
               MOVE 'CONCLUIDO' TO WS-SITUACAO-LEMB
           END-IF.
           DISPLAY '      RETORNO ATE ' LEM-DATA-RETORNO ' - '
                   LEM-OPERADOR LEM-DEPTO ' - ' WS-SITUACAO-LEMB.
       0232-FIM.

       0235-MOSTRA-VINCULADOS.
      *    QUANDO O CODIGO ESTA VINCULADO A UMA PESSOA, LISTA OS
      *    DEMAIS CODIGOS DELA, MESMO DE OUTROS DEPARTAMENTOS.
           MOVE WS-COD-DADOS TO WS-PES-COD.
           PERFORM 9596-PROCURA-VINCULADOS THRU 9596-FIM.
           IF NOT CODIGO-VINCULADO
               GO TO 0235-FIM
           END-IF.

           DISPLAY '   PESSOA ' WS-PES-ID ' - OUTROS CODIGOS: '
                   WS-PES-QTD-OUTROS.
           MOVE 1 TO WS-PES-IDX.
           PERFORM 0236-MOSTRA-VINCULADO THRU 0236-FIM
                   UNTIL WS-PES-IDX > WS-PES-QTD-OUTROS
                      OR WS-PES-IDX > 20.
           IF WS-PES-QTD-OUTROS > 20
               DISPLAY '   (DEMAIS CODIGOS NO PESMNT)'
           END-IF.
       0235-FIM.

       0236-MOSTRA-VINCULADO.
           MOVE WS-PES-OUTRO(WS-PES-IDX) TO COD-DADOS.
           READ DADOS
               INVALID KEY
                   DISPLAY '   ' WS-PES-OUTRO(WS-PES-IDX)
                           ' (FORA DO CADASTRO)'
               NOT INVALID KEY
                   MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                   PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
                   IF EMP-DEPTO-PERMITIDO
                       DISPLAY '   ' COD-DADOS ' - ' NOM-DADOS
                               ' DEPTO ' DEPTO-DADOS
                   ELSE
                       DISPLAY '   ' WS-PES-OUTRO(WS-PES-IDX)
                               ' (OUTRA EMPRESA)'
                   END-IF
           END-READ.
           ADD 1 TO WS-PES-IDX.
       0236-FIM.

       0240-PERGUNTA-NOTA.
           MOVE SPACES TO WS-NOTA-OPCAO.
           DISPLAY 'ADICIONAR UMA NOTA AO CODIGO? (S/N): '
               MOVE SPACES TO WS-TEXTO-NOTA
               ACCEPT WS-TEXTO-NOTA
               PERFORM 0250-GRAVA-NOTA THRU 0250-FIM
               IF NOTA-GRAVADA
                   PERFORM 0255-GRAVA-RETORNO THRU 0255-FIM
               END-IF
           END-IF.
       0240-FIM.

       0250-GRAVA-NOTA.
           SET NOTA-GRAVADA TO FALSE.
           SET ST-NOTA-OK TO TRUE.
           OPEN I-O NOTAS.

                               ' TENTE NOVAMENTE.'
                   NOT INVALID KEY
                       DISPLAY 'NOTA GRAVADA COM SUCESSO.'
                       SET NOTA-GRAVADA TO TRUE
                       MOVE NOTA-CHAVE TO WS-NOTA-CHAVE-SALVA
               END-WRITE
               CLOSE NOTAS
           ELSE
           END-IF.
       0250-FIM.

       0255-GRAVA-RETORNO.
      *    A NOTA PODE GANHAR UMA DATA DE RETORNO E UM RESPONSAVEL
      *    (OPERADOR OU DEPARTAMENTO); FICA ABERTA NO LEMBRETE.DAT
      *    ATE SER CONCLUIDA PELO LEMBMNT.
           PERFORM 9450-ACEITA-RETORNO THRU 9450-FIM.
           IF NOT LEM-RETORNO-VALIDO
               GO TO 0255-FIM
           END-IF.
           MOVE LK-OPERADOR TO WS-LEM-PADRAO.
           PERFORM 9455-ACEITA-RESPONSAVEL THRU 9455-FIM.
           IF NOT LEM-RESP-VALIDO
               DISPLAY 'NOTA GRAVADA SEM ACOMPANHAMENTO.'
               GO TO 0255-FIM
           END-IF.

           SET ST-LEMB-OK TO TRUE.
           OPEN I-O LEMBRETE.
           IF WS-ST-LEMB EQUAL 35 THEN
               OPEN OUTPUT LEMBRETE
           END-IF.
           IF NOT ST-LEMB-OK
               DISPLAY 'ERRO AO GRAVAR O ACOMPANHAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-ST-LEMB
               GO TO 0255-FIM
           END-IF.

           MOVE WS-NOTA-CHAVE-SALVA TO LEM-CHAVE.
           MOVE WS-LEM-RETORNO      TO LEM-DATA-RETORNO.
           MOVE WS-LEM-OPERADOR     TO LEM-OPERADOR.
           MOVE WS-LEM-DEPTO        TO LEM-DEPTO.
           SET LEM-ABERTO TO TRUE.
           MOVE LK-OPERADOR         TO LEM-CRIADO-POR.
           MOVE ZEROS               TO LEM-DATA-CONCL.
           MOVE SPACES              TO LEM-CONCLUIDO-POR.
           WRITE RG-LEMBRETE
               INVALID KEY
                   DISPLAY 'ACOMPANHAMENTO JA EXISTE PARA A NOTA.'
               NOT INVALID KEY
                   DISPLAY 'ACOMPANHAMENTO ABERTO ATE '
                           LEM-DATA-RETORNO '.'
           END-WRITE.
           CLOSE LEMBRETE.
       0255-FIM.

       0218-AVISA-DIGITO.
      *    O AVISO DO DIGITO VERIFICADOR NAO IMPEDE A CONSULTA - SO
      *    ALERTA O OPERADOR DE QUE O CODIGO PODE ESTAR TROCADO.
                           ' MAIOR NA BASE.'
               NOT INVALID KEY
                   READ DADOS NEXT RECORD INTO WS-DADOS
                   PERFORM 0290-CONFERE-EMPRESA THRU 0290-FIM
                   IF NOT EMP-DEPTO-PERMITIDO
                       DISPLAY 'NAO HA REGISTRO PROXIMO NA EMPRESA.'
                       GO TO 0215-FIM
                   END-IF
                   PERFORM 0270-FORMATA-VALOR THRU 0270-FIM
                   DISPLAY 'REGISTRO MAIS PROXIMO (PROXIMO): '
                           WS-COD-DADOS ' - ' WS-NM-DADOS
                           ' MENOR NA BASE.'
               NOT INVALID KEY
                   READ DADOS NEXT RECORD INTO WS-DADOS
                   PERFORM 0290-CONFERE-EMPRESA THRU 0290-FIM
                   IF NOT EMP-DEPTO-PERMITIDO
                       DISPLAY 'NAO HA REGISTRO PROXIMO NA EMPRESA.'
                       GO TO 0216-FIM
                   END-IF
                   PERFORM 0270-FORMATA-VALOR THRU 0270-FIM
                   DISPLAY 'REGISTRO MAIS PROXIMO (ANTERIOR): '
                           WS-COD-DADOS ' - ' WS-NM-DADOS
                               WS-OCORRENCIAS FOR ALL
                               WS-BUSCA(1:WS-TAM-BUSCA)
                           IF WS-OCORRENCIAS > ZEROS
                               PERFORM 0290-CONFERE-EMPRESA
                                       THRU 0290-FIM
                           END-IF
                           IF WS-OCORRENCIAS > ZEROS
                              AND EMP-DEPTO-PERMITIDO
                               PERFORM 0270-FORMATA-VALOR
                                       THRU 0270-FIM
                               DISPLAY WS-COD-DADOS ' - ' WS-NM-DADOS
           END-IF.
       0270-FIM.

       0285-AVISA-DORMENCIA.
           MOVE WS-COD-DADOS TO WS-DRM-COD.
           PERFORM 9380-CONSULTA-DORMENCIA THRU 9380-FIM.
           IF CODIGO-DORMENTE
               DISPLAY 'ATENCAO: CODIGO DORMENTE DESDE ' WS-DRM-DESDE
                       ' - ULTIMA ATIVIDADE EM ' WS-DRM-ULTIMA
           END-IF.
       0285-FIM.

       0290-CONFERE-EMPRESA.
           MOVE WS-DEPTO-DADOS TO EMP-DEPTO-TESTE.
           PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM.
       0290-FIM.

       0260-GRAVA-ACESSO.
      *    TODA CONSULTA ATENDIDA DEIXA RASTRO NO LOG DE ACESSOS,
      *    COM O OPERADOR ASSINADO E O MODO (CODIGO/NOME/API).
           CLOSE ACESSLOG.
       0260-FIM.

       0300-VISAO-GERAL.
      *    TUDO O QUE O ATENDIMENTO PRECISA DE UM CODIGO NUMA TELA SO:
      *    CADASTRO, CONTATO PRINCIPAL, NOTAS, ALTERACAO PENDENTE,
      *    RECERTIFICACAO, ULTIMOS MOVIMENTOS, CASOS, SUSPENSOS E
      *    MOEDA. CADA ARQUIVO AUSENTE SO OMITE O SEU BLOCO.
           MOVE ZEROS TO WS-VG-COD.
           DISPLAY 'CODIGO PARA A VISAO GERAL: '
           ACCEPT WS-VG-COD.
           MOVE WS-VG-COD TO COD-DADOS.
           PERFORM 0218-AVISA-DIGITO THRU 0218-FIM.

           READ DADOS INTO WS-DADOS
               KEY IS COD-DADOS
               INVALID KEY
                   DISPLAY 'CODIGO PARA DADO NAO EXISTE.'
                   MOVE 'CODIGO NAO EXISTE' TO LK-MENSAGEM
                   GO TO 0300-FIM
           END-READ.

           PERFORM 0290-CONFERE-EMPRESA THRU 0290-FIM.
           IF NOT EMP-DEPTO-PERMITIDO
               DISPLAY 'CODIGO PARA DADO NAO EXISTE.'
               MOVE 'CODIGO NAO EXISTE' TO LK-MENSAGEM
               GO TO 0300-FIM
           END-IF.

           PERFORM 0270-FORMATA-VALOR THRU 0270-FIM.
           DISPLAY '======== VISAO GERAL DO CODIGO ' WS-COD-DADOS
                   ' ========'.
           DISPLAY 'NOME........: ' WS-NM-DADOS
                   '  DEPARTAMENTO: ' WS-DEPTO-DADOS
                   '  SITUACAO: ' WS-STATUS-DADOS.
           DISPLAY 'VALOR.......: ' WS-VALOR-EXIBIDO
                   '  DATA: ' WS-DATA-DADOS.
           PERFORM 0285-AVISA-DORMENCIA THRU 0285-FIM.
           MOVE 'DADO ENCONTRADO' TO LK-MENSAGEM.
           MOVE 'V' TO WS-MODO-ACESSO.
           MOVE WS-COD-DADOS TO WS-COD-ACESSO.
           PERFORM 0260-GRAVA-ACESSO THRU 0260-FIM.

           PERFORM 0310-VG-CONTATO    THRU 0310-FIM.
           PERFORM 0320-VG-NOTAS      THRU 0320-FIM.
           PERFORM 0330-VG-PENDENCIA  THRU 0330-FIM.
           PERFORM 0340-VG-RECERT     THRU 0340-FIM.
           PERFORM 0350-VG-MOVIMENTOS THRU 0350-FIM.
           PERFORM 0360-VG-CASOS      THRU 0360-FIM.
           PERFORM 0370-VG-SUSPENSOS  THRU 0370-FIM.
           PERFORM 0380-VG-MOEDA      THRU 0380-FIM.
           DISPLAY '================================================'.
       0300-FIM.

       0310-VG-CONTATO.
      *    O CONTATO PRINCIPAL E O DE MENOR SEQUENCIA DO CODIGO.
           SET ST-CONT-OK TO TRUE.
           OPEN INPUT CONTATOS.
           IF NOT ST-CONT-OK
               DISPLAY 'CONTATO.....: (ARQUIVO DE CONTATOS AUSENTE)'
               GO TO 0310-FIM
           END-IF.
           MOVE WS-COD-DADOS TO CONT-COD-DADOS.
           MOVE ZEROS        TO CONT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CONT-CHAVE
               INVALID KEY
                   MOVE ZEROS TO CONT-COD-DADOS
           END-START.
           IF CONT-COD-DADOS EQUAL WS-COD-DADOS
               READ CONTATOS NEXT RECORD
                   AT END
                       MOVE ZEROS TO CONT-COD-DADOS
               END-READ
           END-IF.
           IF CONT-COD-DADOS EQUAL WS-COD-DADOS
               DISPLAY 'CONTATO.....: ' CONT-NOME ' TEL '
                       CONT-TELEFONE
               DISPLAY '              ' CONT-CIDADE ' ' CONT-UF
           ELSE
               DISPLAY 'CONTATO.....: (SEM CONTATO CADASTRADO)'
           END-IF.
           CLOSE CONTATOS.
       0310-FIM.

       0320-VG-NOTAS.
      *    AS NOTAS VEM EM ORDEM DE DATA E HORA - A ULTIMA LIDA DO
      *    CODIGO E A MAIS RECENTE.
           MOVE ZEROS  TO WS-VG-QTD WS-VG-DATA WS-VG-HORA.
           MOVE SPACES TO WS-VG-TEXTO.
           SET ST-NOTA-OK TO TRUE.
           OPEN INPUT NOTAS.
           IF NOT ST-NOTA-OK
               DISPLAY 'NOTAS.......: 000'
               GO TO 0320-FIM
           END-IF.
           SET FIM-VG-OK TO FALSE.
           MOVE WS-COD-DADOS TO NOTA-COD-DADOS.
           MOVE ZEROS        TO NOTA-DATA NOTA-HORA.
           START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
               INVALID KEY
                   SET FIM-VG-OK TO TRUE
           END-START.
           PERFORM 0325-VG-LE-NOTA THRU 0325-FIM
                   UNTIL FIM-VG-OK.
           CLOSE NOTAS.
           DISPLAY 'NOTAS.......: ' WS-VG-QTD.
           IF WS-VG-QTD > ZEROS
               DISPLAY '   ULTIMA ' WS-VG-DATA ' ' WS-VG-HORA(1:2)
                       ':' WS-VG-HORA(3:2) ' - ' WS-VG-TEXTO
           END-IF.
       0320-FIM.

       0325-VG-LE-NOTA.
           READ NOTAS NEXT RECORD
               AT END
                   SET FIM-VG-OK TO TRUE
                   GO TO 0325-FIM
           END-READ.
           IF NOTA-COD-DADOS NOT EQUAL WS-COD-DADOS
               SET FIM-VG-OK TO TRUE
               GO TO 0325-FIM
           END-IF.
           ADD 1 TO WS-VG-QTD.
           MOVE NOTA-DATA  TO WS-VG-DATA.
           MOVE NOTA-HORA  TO WS-VG-HORA.
           MOVE NOTA-TEXTO TO WS-VG-TEXTO.
       0325-FIM.

       0330-VG-PENDENCIA.
           SET ST-PEND-OK TO TRUE.
           OPEN INPUT PENDALT.
           IF NOT ST-PEND-OK
               DISPLAY 'ALTERACAO...: (NENHUMA PENDENTE)'
               GO TO 0330-FIM
           END-IF.
           MOVE WS-COD-DADOS TO PEND-COD-DADOS.
           READ PENDALT
               INVALID KEY
                   DISPLAY 'ALTERACAO...: (NENHUMA PENDENTE)'
               NOT INVALID KEY
                   DISPLAY 'ALTERACAO...: PENDENTE DESDE ' PEND-DATA
                           ' POR ' PEND-OPERADOR ' (APRALT)'
                   DISPLAY '   NOME ' PEND-NOME-ANTIGO ' -> '
                           PEND-NOME-NOVO
                   IF PEND-DEPTO-NOVO NOT EQUAL PEND-DEPTO-ANTIGO
                       DISPLAY '   DEPTO ' PEND-DEPTO-ANTIGO ' -> '
                               PEND-DEPTO-NOVO
                   END-IF
                   IF PEND-DATA-NOVA NOT EQUAL PEND-DATA-ANTIGA
                       DISPLAY '   DATA ' PEND-DATA-ANTIGA ' -> '
                               PEND-DATA-NOVA
                   END-IF
           END-READ.
           CLOSE PENDALT.
       0330-FIM.

       0340-VG-RECERT.
      *    VALE A CAMPANHA MAIS RECENTE QUE INCLUIU O CODIGO.
           MOVE ZEROS  TO WS-VG-CAMPANHA WS-VG-DT-DECISAO.
           MOVE SPACES TO WS-VG-SITUACAO WS-VG-DECISOR.
           SET ST-RCT-OK TO TRUE.
           OPEN INPUT RECERTWK.
           IF ST-RCT-OK
               SET FIM-VG-OK TO FALSE
               PERFORM 0345-VG-LE-RECERT THRU 0345-FIM
                       UNTIL FIM-VG-OK
               CLOSE RECERTWK
           END-IF.

           IF WS-VG-CAMPANHA EQUAL ZEROS
               DISPLAY 'RECERTIF....: (CODIGO FORA DAS CAMPANHAS)'
               GO TO 0340-FIM
           END-IF.
           EVALUATE WS-VG-SITUACAO
               WHEN 'P'
                   MOVE 'PENDENTE'            TO WS-VG-SIT-ED
               WHEN 'C'
                   MOVE 'CONFIRMADO'          TO WS-VG-SIT-ED
               WHEN 'M'
                   MOVE 'MARCADO P/ REVISAO'  TO WS-VG-SIT-ED
               WHEN OTHER
                   MOVE WS-VG-SITUACAO        TO WS-VG-SIT-ED
           END-EVALUATE.
           IF WS-VG-SITUACAO EQUAL 'P'
               DISPLAY 'RECERTIF....: CAMPANHA ' WS-VG-CAMPANHA ' - '
                       WS-VG-SIT-ED
           ELSE
               DISPLAY 'RECERTIF....: CAMPANHA ' WS-VG-CAMPANHA ' - '
                       WS-VG-SIT-ED ' POR ' WS-VG-DECISOR ' EM '
                       WS-VG-DT-DECISAO
           END-IF.
       0340-FIM.

       0345-VG-LE-RECERT.
           READ RECERTWK NEXT RECORD
               AT END
                   SET FIM-VG-OK TO TRUE
                   GO TO 0345-FIM
           END-READ.
           IF RCT-COD-DADOS EQUAL WS-COD-DADOS
              AND RCT-CAMPANHA > WS-VG-CAMPANHA
               MOVE RCT-CAMPANHA     TO WS-VG-CAMPANHA
               MOVE RCT-SITUACAO     TO WS-VG-SITUACAO
               MOVE RCT-OPERADOR     TO WS-VG-DECISOR
               MOVE RCT-DATA-DECISAO TO WS-VG-DT-DECISAO
           END-IF.
       0345-FIM.

       0350-VG-MOVIMENTOS.
      *    O HISTORICO E SEQUENCIAL EM ORDEM DE PROCESSAMENTO; FICAM
      *    OS CINCO ULTIMOS DO CODIGO. O VALOR SEGUE A MESMA REGRA DE
      *    NIVEL DO VALOR DO CADASTRO.
           MOVE ZEROS TO WS-VG-QTD-MOV.
           INITIALIZE WS-VG-MOVIMENTOS.
           SET ST-MOV-OK TO TRUE.
           OPEN INPUT MOVHIST.
           IF NOT ST-MOV-OK
               DISPLAY 'MOVIMENTOS..: (HISTORICO AUSENTE)'
               GO TO 0350-FIM
           END-IF.
           SET FIM-VG-OK TO FALSE.
           PERFORM 0355-VG-LE-MOVIMENTO THRU 0355-FIM
                   UNTIL FIM-VG-OK.
           CLOSE MOVHIST.

           DISPLAY 'MOVIMENTOS..: ' WS-VG-QTD-MOV ' NO HISTORICO'.
           IF WS-VG-QTD-MOV > 5
               MOVE 1 TO WS-VG-INICIO
           ELSE
               COMPUTE WS-VG-INICIO = 6 - WS-VG-QTD-MOV
           END-IF.
           MOVE WS-VG-INICIO TO WS-VG-IDX.
           PERFORM 0358-VG-MOSTRA-MOVIMENTO THRU 0358-FIM
                   UNTIL WS-VG-IDX > 5 OR WS-VG-QTD-MOV EQUAL ZEROS.
       0350-FIM.

       0355-VG-LE-MOVIMENTO.
           READ MOVHIST
               AT END
                   SET FIM-VG-OK TO TRUE
                   GO TO 0355-FIM
           END-READ.
           IF MOV-COD-DADOS NOT EQUAL WS-COD-DADOS
               GO TO 0355-FIM
           END-IF.
           ADD 1 TO WS-VG-QTD-MOV.
           MOVE 1 TO WS-VG-IDX.
           PERFORM 0356-VG-DESLOCA THRU 0356-FIM
                   UNTIL WS-VG-IDX > 4.
           MOVE MOV-TIPO      TO WS-VG-MOV-TIPO(5).
           MOVE MOV-VALOR     TO WS-VG-MOV-VALOR(5).
           MOVE MOV-MOTIVO    TO WS-VG-MOV-MOTIVO(5).
           MOVE MOV-DATA-EFET TO WS-VG-MOV-DATA(5).
       0355-FIM.

       0356-VG-DESLOCA.
           MOVE WS-VG-MOV(WS-VG-IDX + 1) TO WS-VG-MOV(WS-VG-IDX).
           ADD 1 TO WS-VG-IDX.
       0356-FIM.

       0358-VG-MOSTRA-MOVIMENTO.
           IF LK-NIVEL >= 2
               MOVE WS-VG-MOV-VALOR(WS-VG-IDX) TO WS-VG-VALOR-ED
               DISPLAY '   ' WS-VG-MOV-DATA(WS-VG-IDX) ' '
                       WS-VG-MOV-TIPO(WS-VG-IDX) ' '
                       WS-VG-MOV-MOTIVO(WS-VG-IDX) ' '
                       WS-VG-VALOR-ED
           ELSE
               DISPLAY '   ' WS-VG-MOV-DATA(WS-VG-IDX) ' '
                       WS-VG-MOV-TIPO(WS-VG-IDX) ' '
                       WS-VG-MOV-MOTIVO(WS-VG-IDX)
           END-IF.
           ADD 1 TO WS-VG-IDX.
       0358-FIM.

       0360-VG-CASOS.
      *    O CASO REFERENCIA O CODIGO QUANDO ELE APARECE NA
      *    REFERENCIA DO CASO (CONCDIA E PARTCONC GRAVAM O CODIGO).
           MOVE ZEROS TO WS-VG-QTD.
           SET ST-CASO-OK TO TRUE.
           OPEN INPUT CASOS.
           IF ST-CASO-OK
               SET FIM-VG-OK TO FALSE
               PERFORM 0365-VG-LE-CASO THRU 0365-FIM
                       UNTIL FIM-VG-OK
               CLOSE CASOS
           END-IF.
           IF WS-VG-QTD EQUAL ZEROS
               DISPLAY 'CASOS.......: (NENHUM ABERTO)'
           END-IF.
       0360-FIM.

       0365-VG-LE-CASO.
           READ CASOS NEXT RECORD
               AT END
                   SET FIM-VG-OK TO TRUE
                   GO TO 0365-FIM
           END-READ.
           IF NOT CASO-ABERTO
               GO TO 0365-FIM
           END-IF.
           MOVE ZEROS TO WS-OCORRENCIAS.
           INSPECT CAS-REFERENCIA TALLYING WS-OCORRENCIAS
               FOR ALL WS-VG-COD-X.
           IF WS-OCORRENCIAS EQUAL ZEROS
               GO TO 0365-FIM
           END-IF.
           ADD 1 TO WS-VG-QTD.
           DISPLAY 'CASO ABERTO.: ' CAS-ORIGEM ' ' CAS-REFERENCIA
                   ' DESDE ' CAS-DATA-ABERTURA ' ' CAS-RESPONSAVEL.
           DISPLAY '   ' CAS-DESCRICAO.
       0365-FIM.

       0370-VG-SUSPENSOS.
      *    SUSPENSO QUE TRAZ O CODIGO NO REGISTRO ORIGINAL.
           MOVE ZEROS TO WS-VG-QTD.
           SET ST-SUSP-OK TO TRUE.
           OPEN INPUT SUSPENSO.
           IF ST-SUSP-OK
               SET FIM-VG-OK TO FALSE
               PERFORM 0375-VG-LE-SUSPENSO THRU 0375-FIM
                       UNTIL FIM-VG-OK
               CLOSE SUSPENSO
           END-IF.
           IF WS-VG-QTD EQUAL ZEROS
               DISPLAY 'SUSPENSOS...: (NENHUM)'
           END-IF.
       0370-FIM.

       0375-VG-LE-SUSPENSO.
           READ SUSPENSO NEXT RECORD
               AT END
                   SET FIM-VG-OK TO TRUE
                   GO TO 0375-FIM
           END-READ.
           MOVE ZEROS TO WS-OCORRENCIAS.
           INSPECT SUSP-REGISTRO TALLYING WS-OCORRENCIAS
               FOR ALL WS-VG-COD-X.
           IF WS-OCORRENCIAS EQUAL ZEROS
               GO TO 0375-FIM
           END-IF.
           ADD 1 TO WS-VG-QTD.
           DISPLAY 'SUSPENSO....: ' SUSP-ORIGEM ' DE ' SUSP-DATA
                   ' MOTIVO ' SUSP-MOTIVO ' (SUSPMNT)'.
       0375-FIM.

       0380-VG-MOEDA.
      *    CODIGO SEM MOEDA ATRIBUIDA E DENOMINADO NA MOEDA BASE.
           PERFORM 9520-CARREGA-CAMBIO THRU 9520-FIM.
           MOVE WS-COD-DADOS TO WS-CAMB-COD.
           PERFORM 9530-MOEDA-DO-CODIGO THRU 9530-FIM.
           IF WS-CAMB-MOEDA EQUAL WS-CAMB-MOEDA-BASE
               DISPLAY 'MOEDA.......: ' WS-CAMB-MOEDA ' (MOEDA BASE)'
               PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM
               GO TO 0380-FIM
           END-IF.
           IF LK-NIVEL < 2
               DISPLAY 'MOEDA.......: ' WS-CAMB-MOEDA
               PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM
               GO TO 0380-FIM
           END-IF.
           ACCEPT WS-CAMB-DATA-REF FROM DATE YYYYMMDD.
           MOVE WS-VALOR-DADOS TO WS-CAMB-VALOR.
           PERFORM 9540-CONVERTE-VALOR THRU 9540-FIM.
           IF CAMBIO-TAXA-OK
               MOVE WS-CAMB-CONVERTIDO TO WS-VG-VALOR-ED
               DISPLAY 'MOEDA.......: ' WS-CAMB-MOEDA ' - EM '
                       WS-CAMB-MOEDA-BASE ' ' WS-VG-VALOR-ED
                       ' (TAXA DE ' WS-CAMB-MELHOR-DATA ')'
           ELSE
               DISPLAY 'MOEDA.......: ' WS-CAMB-MOEDA
                       ' - SEM TAXA VIGENTE'
           END-IF.
           PERFORM 9590-ENCERRA-CAMBIO THRU 9590-FIM.
       0380-FIM.

       COPY FD_STATUS_MSG.

       0500-FIM.
           MOVE 'ACESSLOG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-ACESSLOG-TXT.
           MOVE 'PESSOAS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PESSOAS-DAT.
           MOVE 'LEMBRETE.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-LEMBRETE-DAT.
           MOVE 'OPERMST.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-OPERMST-DAT.
           MOVE 'DEPTOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DEPTOS-DAT.
           MOVE 'CONTATOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CONTATOS-DAT.
           MOVE 'PENDALT.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-PENDALT-DAT.
           MOVE 'RECERTWK.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-RECERTWK-DAT.
           MOVE 'MOVHIST.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOVHIST-TXT.
           MOVE 'CASOS.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CASOS-DAT.
           MOVE 'SUSPENSO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-SUSPENSO-DAT.
           MOVE 'CAMBIO.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-CAMBIO-DAT.
           MOVE 'MOEDAREG.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-MOEDAREG-DAT.
           MOVE 'DORMENC.DAT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMENCIA-DAT.
           MOVE 'DORMCFG.TXT' TO WS-PERFIL-LOGICO.
           PERFORM 9710-RESOLVE-ARQUIVO THRU 9710-FIM.
           MOVE WS-PERFIL-FISICO TO WS-ARQ-DORMCFG-TXT.
       9600-FIM.

       COPY PERFIL.

       COPY PESSOA.

       COPY LEMBRETE.

       COPY CAMBIO.

       COPY EMPRESA.

       COPY DORMENCIA.
