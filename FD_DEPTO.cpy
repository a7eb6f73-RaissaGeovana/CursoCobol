      * Historico de alteracoes:
      *   - Incluido o grupo gerencial (DEPTO-GRUPO) para o rolamento
      *     por area do RELGRUPO.
      *   - Incluida a empresa do grupo a que o departamento pertence
      *     (DEPTO-EMPRESA), base da segregacao por empresa das
      *     consultas, relatorios e fechamentos (EMPRSRV). Arquivos
      *     DEPTOS.DAT anteriores precisam ser recriados pelo
      *     DEPTOMNT neste layout.
      ******************************************************************
       01  RG-DEPTO.
           02  DEPTO-CODIGO        PIC X(04).
               88  DEPTO-ATIVO     VALUE 'A'.
               88  DEPTO-INATIVO   VALUE 'I'.
           02  DEPTO-GRUPO         PIC X(04).
           02  DEPTO-EMPRESA       PIC X(04).
