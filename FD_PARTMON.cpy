      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro do acompanhamento de chegada dos arquivos
      *          dos parceiros externos (PARTMON.DAT), gravado pelo
      *          PARTMON na cadeia noturna e lido pelo PARTPONT no
      *          relatorio mensal de pontualidade: um registro por
      *          arquivo devido - entrada de correcoes (E, PARTIN.NN,
      *          devida pela frequencia do parceiro no calendario de
      *          dias uteis) ou confirmacao de uma transmissao nossa
      *          (C, PARTACK.NN, devida no dia util seguinte ao envio
      *          registrado em TRANSCTL.NN) - com a data de
      *          referencia do arquivo esperado, a situacao, as datas
      *          de recebimento e de aplicacao, os dias uteis de
      *          atraso e as marcas de alerta emitido e caso aberto.
      ******************************************************************
       01  RG-PARTMON.
           02  PMON-CHAVE.
               03  PMON-PARCEIRO       PIC X(02).
               03  PMON-TIPO           PIC X(01).
                   88  PMON-ENTRADA        VALUE 'E'.
                   88  PMON-CONFIRMACAO    VALUE 'C'.
               03  PMON-DATA-DEVIDA    PIC 9(08).
           02  PMON-DATA-REF           PIC 9(08).
           02  PMON-SITUACAO           PIC X(01).
               88  PMON-PENDENTE       VALUE 'P'.
               88  PMON-RECEBIDO       VALUE 'R'.
               88  PMON-APLICADO       VALUE 'A'.
           02  PMON-DATA-RECEB         PIC 9(08).
           02  PMON-DATA-APLIC         PIC 9(08).
           02  PMON-DIAS-ATRASO        PIC 9(03).
           02  PMON-ALERTADO           PIC X(01).
               88  PMON-ALERTA-EMITIDO VALUE 'S'.
           02  PMON-CASO               PIC X(01).
               88  PMON-CASO-ABERTO    VALUE 'S'.
           02  FILLER                  PIC X(10).
