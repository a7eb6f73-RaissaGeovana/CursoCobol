      *     automatico apos tres falhas (OPER-BLOQUEIO), destravado
      *     pelo OPERMNT. Arquivos OPERMST.DAT anteriores precisam
      *     ser recriados pelo OPERMNT neste layout.
      *   - A senha deixou de ser gravada como digitada: OPER-SENHA
      *     guarda o hash de 20 digitos (COPY SENHA) calculado com
      *     o sal proprio do operador (OPER-SAL), e OPER-TROCA-SENHA
      *     obriga a troca na proxima assinatura (senha dada pelo
      *     OPERMNT ou convertida). OPERMST.DAT anterior e convertido
      *     uma unica vez pelo SENHACNV.
      *   - Incluida a empresa do grupo a que o operador fica
      *     restrito (OPER-EMPRESA); operador de nivel 1 sem empresa
      *     nao consulta o cadastro, o supervisor pode escolher a
      *     visao consolidada (EMPRSRV). Arquivos OPERMST.DAT
      *     anteriores precisam ser recriados pelo OPERMNT.
      *   - Incluido o departamento de lotacao do operador
      *     (OPER-DEPTO), dado pelo RHAPL na admissao e na
      *     transferencia ou pelo OPERMNT; e o publico dos avisos
      *     dirigidos a um departamento (AVISMNT). Arquivos
      *     OPERMST.DAT anteriores precisam ser recriados pelo
      *     OPERMNT neste layout.
      ******************************************************************
       01  RG-OPER.
           02  OPER-ID             PIC X(08).
           02  OPER-NOME           PIC X(30).
           02  OPER-SENHA          PIC X(20).
           02  OPER-NIVEL          PIC 9(01).
               88  NIVEL-OPERACAO  VALUE 1.
               88  NIVEL-SUPERVISOR VALUE 2.
           02  OPER-BLOQUEIO       PIC X(01).
               88  OPER-BLOQUEADO  VALUE 'B'.
               88  OPER-LIVRE      VALUE 'L' ' '.
           02  OPER-SAL            PIC X(08).
           02  OPER-TROCA-SENHA    PIC X(01).
               88  OPER-TROCA-PENDENTE VALUE 'S'.
               88  OPER-TROCA-FEITA    VALUE 'N' ' '.
           02  OPER-EMPRESA        PIC X(04).
           02  OPER-DEPTO          PIC X(04).
