      * Date:
      * Purpose: Exporta o cadastro de dados de DADOS1.DAT para um
      *          arquivo texto separado por virgulas (CSV), um
      *          registro do cadastro por linha. O operador exporta
      *          so os departamentos da sua empresa (EMPRSRV); o
      *          supervisor escolhe uma empresa ou o cadastro todo.
      *          Cabecalho e trailer de controle contam so as linhas
      *          exportadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ST              PIC 99.
         88 ST-OK             VALUE 0.
       COPY FD_STATUS.
       COPY EMPRSRV_WS.
       77 WS-ST-CSV          PIC 99.
         88 ST-CSV-OK         VALUE 0.
       77 WS-FIM             PIC X.
       77 WS-HASH-TRAILER        PIC S9(13)V99 SIGN LEADING SEPARATE
                                 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          02 LK-MENSAGEM        PIC X(20).
          02 LK-OPERADOR        PIC X(08).
          02 LK-NIVEL           PIC 9(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM 9600-PREPARA-ARQUIVOS THRU 9600-FIM.
           IF SAIDA-BLOQUEADA
      *        INTERFACE DE SAIDA NAO RODA CONTRA DADOS DE TREINO
      *        NEM NO ENSAIO DA CADEIA NOTURNA.
               DISPLAY 'AMBIENTE DE TREINAMENTO/ENSAIO - INTERFACE'
                       ' DE SAIDA BLOQUEADA.'
               STOP RUN
           END-IF.
           PERFORM P0050-CARREGA-EMPRESA THRU P0050-FIM.
           IF NOT EMP-LIBERADO
               GOBACK
           END-IF.
           PERFORM P0100-INICIO   THRU P0100-FIM.
           PERFORM P0200-EXPORTA  THRU P0200-FIM
                   UNTIL FIM-OK.
           PERFORM P0500-FINALIZA THRU P0500-FIM.
           GOBACK.

       P0050-CARREGA-EMPRESA.
      *    OS DEPARTAMENTOS EXPORTADOS SAEM DA EMPRESA DO OPERADOR
      *    ASSINADO; O SUPERVISOR ESCOLHE A EMPRESA OU O CADASTRO TODO.
           MOVE 'C'         TO EMP-FUNCAO.
           MOVE LK-OPERADOR TO EMP-OPERADOR.
           MOVE LK-NIVEL    TO EMP-NIVEL.
           SET EMP-PERGUNTA-SIM TO TRUE.
           CALL 'C:/Users/raissa.ribeiro/Desktop/Curso/EMPRSRV'
               USING WS-EMP-AREA.
       P0050-FIM.

       P0100-INICIO.
           SET FIM-OK TO FALSE.

               AT END
                   SET FIM-OK TO TRUE
               NOT AT END
                   MOVE DEPTO-DADOS TO EMP-DEPTO-TESTE
                   PERFORM 9490-VERIFICA-EMPRESA THRU 9490-FIM
                   IF EMP-DEPTO-PERMITIDO
                       PERFORM P0210-GRAVA-LINHA-CSV THRU P0210-FIM
                   END-IF
           END-READ.
       P0200-FIM.

       9600-FIM.

       COPY PERFIL.

       COPY EMPRESA.
