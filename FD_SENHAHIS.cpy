      *          (inclusao e troca administrativa). A troca de senha
      *          recusa qualquer senha ja presente no historico do
      *          operador.
      * Historico de alteracoes:
      *   - SH-SENHA passou a guardar o hash da senha (COPY SENHA)
      *     com o sal da propria troca (SH-SAL); a recusa de senha
      *     repetida recalcula o hash da candidata com cada sal do
      *     historico. SENHAHIS.DAT anterior e convertido pelo
      *     SENHACNV junto com o OPERMST.DAT.
      ******************************************************************
       01  RG-SENHAHIS.
           02  SH-CHAVE.
               03  SH-OPER-ID      PIC X(08).
               03  SH-SEQ          PIC 9(03).
           02  SH-SENHA            PIC X(20).
           02  SH-DATA             PIC 9(08).
           02  SH-SAL              PIC X(08).
