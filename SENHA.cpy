      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos do hash de senhas de operador, comuns ao
      *          MENUPROG (assinatura e troca), ao OPERMNT (inclusao
      *          e troca administrativa), as confirmacoes de senha de
      *          operador e supervisor nos programas de manutencao e
      *          a conversao unica SENHACNV. O hash e de mao unica:
      *          sal e senha passam por 500 rodadas de duas
      *          congruencias modulares (modulos primos 2147483647 e
      *          2147483399), e a conferencia de uma senha digitada e
      *          feita recalculando o hash com o sal gravado e
      *          comparando os 20 digitos. Requer COPY SENHA_WS na
      *          WORKING-STORAGE.
      ******************************************************************
       9650-CALCULA-HASH.
      *    ENTRADA: WS-SNH-SAL E WS-SNH-SENHA; SAIDA: WS-SNH-HASH.
           MOVE 5381  TO WS-SNH-H1.
           MOVE 52711 TO WS-SNH-H2.
           PERFORM 9651-RODADA-HASH THRU 9651-FIM
                   VARYING WS-SNH-RODADA FROM 1 BY 1
                   UNTIL WS-SNH-RODADA > WS-SNH-RODADAS.
       9650-FIM.

       9651-RODADA-HASH.
           PERFORM 9652-CARACTER-HASH THRU 9652-FIM
                   VARYING WS-SNH-IDX FROM 1 BY 1
                   UNTIL WS-SNH-IDX > 16.

      *    AO FIM DE CADA RODADA AS DUAS METADES SE MISTURAM.
           COMPUTE WS-SNH-PROD = WS-SNH-H1 + WS-SNH-H2.
           DIVIDE WS-SNH-PROD BY 2147483647 GIVING WS-SNH-QUOC
               REMAINDER WS-SNH-H1.
       9651-FIM.

       9652-CARACTER-HASH.
           MOVE LOW-VALUE TO WS-SNH-COD-ALTO.
           MOVE WS-SNH-CAR(WS-SNH-IDX) TO WS-SNH-COD-BAIXO.

           COMPUTE WS-SNH-PROD = WS-SNH-H1 * 48271
                               + WS-SNH-COD-N + WS-SNH-RODADA.
           DIVIDE WS-SNH-PROD BY 2147483647 GIVING WS-SNH-QUOC
               REMAINDER WS-SNH-H1.

           COMPUTE WS-SNH-PROD = WS-SNH-H2 * 40692
                               + WS-SNH-COD-N * WS-SNH-IDX
                               + WS-SNH-H1.
           DIVIDE WS-SNH-PROD BY 2147483399 GIVING WS-SNH-QUOC
               REMAINDER WS-SNH-H2.
       9652-FIM.

       9655-GERA-SAL.
      *    SAL NOVO A PARTIR DA DATA, DA HORA AO CENTESIMO E DE UM
      *    CONTADOR DA EXECUCAO (DUAS TROCAS NO MESMO CENTESIMO NAO
      *    REPETEM O SAL). USA A AREA DO HASH: MOVER A SENHA PARA
      *    WS-SNH-SENHA SO DEPOIS DESTE PARAGRAFO.
           ADD 1 TO WS-SNH-CONT-SAL.
           ACCEPT WS-SNH-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SNH-HORA FROM TIME.
           MOVE WS-SNH-DATA(3:6)     TO WS-SNH-SAL(1:6).
           MOVE WS-SNH-CONT-SAL      TO WS-SNH-SAL(7:2).
           MOVE WS-SNH-HORA          TO WS-SNH-SENHA.
           PERFORM 9650-CALCULA-HASH THRU 9650-FIM.
           MOVE WS-SNH-HASH(13:8)    TO WS-SNH-SAL.
           MOVE SPACES               TO WS-SNH-SENHA.
       9655-FIM.
