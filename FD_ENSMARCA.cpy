      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro da marca de ensaio em curso (ENSAIO.ATIVO,
      *          ao lado do PERFIL.TXT). O ENSAIO grava a marca com
      *          situacao C (chamado) logo antes de chamar o
      *          BATCHNOTURNO e a apaga ao devolver o perfil de
      *          producao. O BATCHNOTURNO com perfil de ensaio so
      *          parte com a marca em C, que passa a E (em curso) -
      *          a marca serve a uma unica corrida, e um ensaio
      *          interrompido nao libera a corrida real seguinte
      *          sobre a copia. O MENUPROG considera o ensaio em
      *          curso so com a marca da data de hoje.
      ******************************************************************
       01  RG-ENSMARCA.
           02  ENSM-SITUACAO       PIC X(01).
               88  ENSM-CHAMADO        VALUE 'C'.
               88  ENSM-EM-CURSO       VALUE 'E'.
           02  ENSM-DATA           PIC 9(08).
           02  ENSM-HORA           PIC 9(06).
           02  ENSM-SUPERVISOR     PIC X(08).
           02  FILLER              PIC X(10).
