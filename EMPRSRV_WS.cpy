      ******************************************************************
      * Author:
      * Date:
      * Purpose: Area de comunicacao com o EMPRSRV, o servico de
      *          segregacao por empresa: o cadastro e compartilhado
      *          pelas empresas do grupo, cada departamento de
      *          DEPTOS.DAT pertence a uma empresa (DEPTO-EMPRESA) e
      *          cada operador de OPERMST.DAT fica restrito a sua
      *          (OPER-EMPRESA). Funcoes:
      *          C - carrega a visao do operador ja assinado
      *              (EMP-OPERADOR e EMP-NIVEL vindos do MENUPROG);
      *          I - identifica o operador (identificacao e senha)
      *              e carrega a visao dele;
      *          T - carrega a tabela de todos os departamentos com
      *              a empresa de cada um, sem operador (batch e
      *              totais por empresa).
      *          Operador de nivel 1 ve so a propria empresa; so o
      *          supervisor tem a visao consolidada - com
      *          EMP-PERGUNTA 'S' ele escolhe uma empresa ou deixa em
      *          branco para o consolidado.
      *          Retornos: 00 visao carregada, 04 operador sem
      *          empresa cadastrada, 08 operador invalido.
      *          A verificacao de um departamento contra a visao e o
      *          9490-VERIFICA-EMPRESA (COPY EMPRESA).
      ******************************************************************
       01  WS-EMP-AREA.
           02  EMP-FUNCAO          PIC X(01).
               88  EMP-FUN-CARREGA     VALUE 'C'.
               88  EMP-FUN-IDENTIFICA  VALUE 'I'.
               88  EMP-FUN-TABELA      VALUE 'T'.
           02  EMP-PERGUNTA        PIC X(01).
               88  EMP-PERGUNTA-SIM    VALUE 'S' FALSE 'N'.
           02  EMP-OPERADOR        PIC X(08).
           02  EMP-NIVEL           PIC 9(01).
           02  EMP-RETORNO         PIC 9(02).
               88  EMP-LIBERADO        VALUE 00.
               88  EMP-SEM-EMPRESA     VALUE 04.
               88  EMP-RECUSADO        VALUE 08.
           02  EMP-EMPRESA         PIC X(04).
           02  EMP-CONSOLIDADO     PIC X(01).
               88  EMP-VISAO-CONSOLIDADA VALUE 'S' FALSE 'N'.
           02  EMP-QTD-DEPTOS      PIC 9(03).
           02  EMP-TAB-DEPTO       OCCURS 200 TIMES.
               03  EMP-DEPTO           PIC X(04).
               03  EMP-DEPTO-EMPRESA   PIC X(04).
           02  EMP-IDX             PIC 9(03) COMP.
           02  EMP-DEPTO-TESTE     PIC X(04).
           02  EMP-EMPRESA-DEPTO   PIC X(04).
           02  EMP-PERMITIDO       PIC X(01).
               88  EMP-DEPTO-PERMITIDO VALUE 'S' FALSE 'N'.
