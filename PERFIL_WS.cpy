      *    AMBIENTE CORRENTE, LIDO DA LINHA AMBIENTE= DO PERFIL
      *    (O MENUPROG TROCA O PERFIL INTEIRO NA ASSINATURA): EM
      *    TREINAMENTO TODO PROGRAMA EXIBE A TARJA E AS INTERFACES
      *    DE SAIDA RECUSAM RODAR. O ENSAIO DA CADEIA NOTURNA
      *    (ENSAIO) GRAVA UM PERFIL AMBIENTE=ENSAIO: TODO NOME
      *    LOGICO CAI NO DIRETORIO DE ENSAIO, INCLUSIVE OS MAPEADOS,
      *    E AS INTERFACES DE SAIDA TAMBEM RECUSAM RODAR.
       77  WS-PERFIL-AMBIENTE  PIC X  VALUE 'P'.
           88  AMBIENTE-TREINAMENTO VALUE 'T'.
           88  AMBIENTE-PRODUCAO    VALUE 'P'.
           88  AMBIENTE-ENSAIO      VALUE 'E'.
           88  SAIDA-BLOQUEADA      VALUE 'T' 'E'.
