      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paragrafos do conjunto de copias de seguranca dos
      *          cadastros: 9300-ABRE-CADASTRO abre o cadastro da
      *          posicao WS-BKP-IDX da lista no nome em
      *          WS-BKP-NOME-ARQ (arquivo vivo ou copia);
      *          9310-LE-CADASTRO devolve o proximo registro em
      *          WS-BKP-REGISTRO, com tamanho e chave;
      *          9320-FECHA-CADASTRO fecha; 9330-TOTALIZA-CADASTRO
      *          rele o arquivo inteiro e devolve a quantidade de
      *          registros e o total de hash em WS-BKP-REGISTROS e
      *          WS-BKP-HASH. Requer COPY BKPARQ_WS na WORKING-STORAGE
      *          e os SELECT/FD dos cadastros da lista no programa.
      ******************************************************************
       9300-ABRE-CADASTRO.
           SET ST-BKP-OK TO TRUE.
           SET FIM-BKP TO FALSE.
           SET BKP-ABERTO TO FALSE.
           EVALUATE WS-BKP-IDX
               WHEN 01
                   OPEN INPUT DADOS1
               WHEN 02
                   OPEN INPUT OPERMST
               WHEN 03
                   OPEN INPUT DEPTOS
               WHEN 04
                   OPEN INPUT ALCADA
               WHEN 05
                   OPEN INPUT CONTATOS
               WHEN 06
                   OPEN INPUT NOTAS
               WHEN 07
                   OPEN INPUT VERSOES
               WHEN 08
                   OPEN INPUT CASOS
               WHEN 09
                   OPEN INPUT PAGCTL
               WHEN 10
                   OPEN INPUT FECHMES
               WHEN 11
                   OPEN INPUT CTLSALDO
               WHEN 12
                   OPEN INPUT SUSPENSO
               WHEN 13
                   OPEN INPUT PARCEIROS
               WHEN 14
                   OPEN INPUT RETLEGAL
               WHEN 15
                   OPEN INPUT LIMITES
               WHEN 16
                   OPEN INPUT CAMBIO
               WHEN 17
                   OPEN INPUT MOEDAREG
               WHEN 18
                   OPEN INPUT GLCONTAS
               WHEN 19
                   OPEN INPUT GLSALDO
               WHEN 20
                   OPEN INPUT CONSENT
               WHEN 21
                   OPEN INPUT PESSOAS
               WHEN 22
                   OPEN INPUT LCTFUT
               WHEN 23
                   OPEN INPUT RECORR
               WHEN 24
                   OPEN INPUT FERIADOS
               WHEN 25
                   OPEN INPUT COBRANCA
               WHEN 26
                   OPEN INPUT AGENDA
               WHEN 27
                   OPEN INPUT TAXMAST
               WHEN 28
                   OPEN INPUT METAS
               WHEN 29
                   OPEN INPUT TARIFA
               WHEN 30
                   OPEN INPUT RISCO
               WHEN 31
                   OPEN INPUT DOCTIPOS
               WHEN 32
                   OPEN INPUT CEPMST
               WHEN 33
                   OPEN INPUT LEMBRETE
               WHEN 34
                   OPEN INPUT PENDALT
               WHEN 35
                   OPEN INPUT PENDLCT
               WHEN 36
                   OPEN INPUT ALERTAS
               WHEN 37
                   OPEN INPUT RATEIO
               WHEN 38
                   OPEN INPUT AMOSCTL
               WHEN 39
                   OPEN INPUT AMOSTRA
               WHEN 40
                   OPEN INPUT DORMENCIA
               WHEN 41
                   OPEN INPUT AVISOS
               WHEN 42
                   OPEN INPUT AVISOLID
               WHEN 43
                   OPEN INPUT JUROS
               WHEN 44
                   OPEN INPUT JUROACR
               WHEN 45
                   OPEN INPUT OPERACES
               WHEN 46
                   OPEN INPUT DOCREC
               WHEN 47
                   OPEN INPUT SENHAHIS
               WHEN 48
                   OPEN INPUT MOVREF
               WHEN 49
                   OPEN INPUT RETENCAO
               WHEN 50
                   OPEN INPUT XREFPART
               WHEN 51
                   OPEN INPUT FECHANO
               WHEN 52
                   OPEN INPUT TARIFREG
               WHEN 53
                   OPEN INPUT RATREG
               WHEN 54
                   OPEN INPUT JURODIA
               WHEN 55
                   OPEN INPUT PARTMON
               WHEN 56
                   OPEN INPUT RECEBREG
               WHEN 57
                   OPEN INPUT REGCTL
               WHEN 58
                   OPEN INPUT CHKDISP
               WHEN 59
                   OPEN INPUT QRYCAT
               WHEN 60
                   OPEN INPUT ARQCAT
               WHEN 61
                   OPEN INPUT RELCAT
               WHEN 62
                   OPEN INPUT SAIDACTL
               WHEN 63
                   OPEN INPUT CKPTCTL
               WHEN 64
                   OPEN INPUT CKPTJRN
           END-EVALUATE.
           IF ST-BKP-OK
               SET BKP-ABERTO TO TRUE
           END-IF.
       9300-FIM.

       9310-LE-CADASTRO.
           MOVE SPACES TO WS-BKP-REGISTRO WS-BKP-CHAVE.
           EVALUATE WS-BKP-IDX
               WHEN 01
                   READ DADOS1 NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-DADOS TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-DADOS TO WS-BKP-TAMANHO
                           MOVE COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 02
                   READ OPERMST NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-OPER TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-OPER TO WS-BKP-TAMANHO
                           MOVE OPER-ID TO WS-BKP-CHAVE
                   END-READ
               WHEN 03
                   READ DEPTOS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-DEPTO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-DEPTO TO WS-BKP-TAMANHO
                           MOVE DEPTO-CODIGO TO WS-BKP-CHAVE
                   END-READ
               WHEN 04
                   READ ALCADA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-ALCADA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-ALCADA TO WS-BKP-TAMANHO
                           MOVE ALC-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 05
                   READ CONTATOS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CONTATO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CONTATO TO WS-BKP-TAMANHO
                           MOVE CONT-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 06
                   READ NOTAS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-NOTA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-NOTA TO WS-BKP-TAMANHO
                           MOVE NOTA-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 07
                   READ VERSOES NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-VERSAO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-VERSAO TO WS-BKP-TAMANHO
                           MOVE VERS-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 08
                   READ CASOS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CASO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CASO TO WS-BKP-TAMANHO
                           MOVE CAS-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 09
                   READ PAGCTL NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-PAGCTL TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-PAGCTL TO WS-BKP-TAMANHO
                           MOVE PAG-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 10
                   READ FECHMES NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-FECHMES TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-FECHMES TO WS-BKP-TAMANHO
                           MOVE FECH-PERIODO TO WS-BKP-CHAVE
                   END-READ
               WHEN 11
                   READ CTLSALDO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CTLSALDO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CTLSALDO TO WS-BKP-TAMANHO
                           MOVE CTL-ARQUIVO TO WS-BKP-CHAVE
                   END-READ
               WHEN 12
                   READ SUSPENSO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-SUSPENSO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-SUSPENSO TO WS-BKP-TAMANHO
                           MOVE SUSP-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 13
                   READ PARCEIROS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-PARC TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-PARC TO WS-BKP-TAMANHO
                           MOVE PARC-CODIGO TO WS-BKP-CHAVE
                   END-READ
               WHEN 14
                   READ RETLEGAL NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RETLEGAL TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RETLEGAL TO WS-BKP-TAMANHO
                           MOVE RETL-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 15
                   READ LIMITES NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-LIMITE TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-LIMITE TO WS-BKP-TAMANHO
                           MOVE LIM-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 16
                   READ CAMBIO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CAMBIO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CAMBIO TO WS-BKP-TAMANHO
                           MOVE CAMB-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 17
                   READ MOEDAREG NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-MOEDACAD TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-MOEDACAD TO WS-BKP-TAMANHO
                           MOVE MDA-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 18
                   READ GLCONTAS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-GLMAP TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-GLMAP TO WS-BKP-TAMANHO
                           MOVE GLM-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 19
                   READ GLSALDO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-GLSALDO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-GLSALDO TO WS-BKP-TAMANHO
                           MOVE GLS-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 20
                   READ CONSENT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CONSENT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CONSENT TO WS-BKP-TAMANHO
                           MOVE CNS-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 21
                   READ PESSOAS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-PESSOA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-PESSOA TO WS-BKP-TAMANHO
                           MOVE PES-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 22
                   READ LCTFUT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-LCTFUT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-LCTFUT TO WS-BKP-TAMANHO
                           MOVE LFUT-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 23
                   READ RECORR NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RECORR TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RECORR TO WS-BKP-TAMANHO
                           MOVE REC-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 24
                   READ FERIADOS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-FERIADO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-FERIADO TO WS-BKP-TAMANHO
                           MOVE FER-DATA TO WS-BKP-CHAVE
                   END-READ
               WHEN 25
                   READ COBRANCA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-COBRANCA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-COBRANCA TO WS-BKP-TAMANHO
                           MOVE COB-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 26
                   READ AGENDA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-AGENDA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-AGENDA TO WS-BKP-TAMANHO
                           MOVE AGEN-JOB TO WS-BKP-CHAVE
                   END-READ
               WHEN 27
                   READ TAXMAST NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-TAXMAST TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-TAXMAST TO WS-BKP-TAMANHO
                           MOVE TXM-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 28
                   READ METAS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-META TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-META TO WS-BKP-TAMANHO
                           MOVE META-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 29
                   READ TARIFA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-TARIFA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-TARIFA TO WS-BKP-TAMANHO
                           MOVE TAR-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 30
                   READ RISCO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RISCO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RISCO TO WS-BKP-TAMANHO
                           MOVE RSC-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 31
                   READ DOCTIPOS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-DOCTIPO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-DOCTIPO TO WS-BKP-TAMANHO
                           MOVE DTP-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 32
                   READ CEPMST NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CEP TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CEP TO WS-BKP-TAMANHO
                           MOVE CEP-CODIGO TO WS-BKP-CHAVE
                   END-READ
               WHEN 33
                   READ LEMBRETE NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-LEMBRETE TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-LEMBRETE TO WS-BKP-TAMANHO
                           MOVE LEM-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 34
                   READ PENDALT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-PENDALT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-PENDALT TO WS-BKP-TAMANHO
                           MOVE PEND-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 35
                   READ PENDLCT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-PENDLCT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-PENDLCT TO WS-BKP-TAMANHO
                           MOVE PLCT-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 36
                   READ ALERTAS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-ALERTA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-ALERTA TO WS-BKP-TAMANHO
                           MOVE ALER-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 37
                   READ RATEIO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RATEIO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RATEIO TO WS-BKP-TAMANHO
                           MOVE RAT-DEPTO-ORIGEM TO WS-BKP-CHAVE
                   END-READ
               WHEN 38
                   READ AMOSCTL NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-AMOSCTL TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-AMOSCTL TO WS-BKP-TAMANHO
                           MOVE AMC-ID TO WS-BKP-CHAVE
                   END-READ
               WHEN 39
                   READ AMOSTRA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-AMOSTRA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-AMOSTRA TO WS-BKP-TAMANHO
                           MOVE AMO-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 40
                   READ DORMENCIA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-DORMENCIA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-DORMENCIA
                             TO WS-BKP-TAMANHO
                           MOVE DORM-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 41
                   READ AVISOS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-AVISO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-AVISO TO WS-BKP-TAMANHO
                           MOVE AVI-NUMERO TO WS-BKP-CHAVE
                   END-READ
               WHEN 42
                   READ AVISOLID NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-AVISOLID TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-AVISOLID
                             TO WS-BKP-TAMANHO
                           MOVE AVL-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 43
                   READ JUROS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-JUROS TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-JUROS TO WS-BKP-TAMANHO
                           MOVE JUR-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 44
                   READ JUROACR NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-JUROACR TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-JUROACR
                             TO WS-BKP-TAMANHO
                           MOVE JAC-COD-DADOS TO WS-BKP-CHAVE
                   END-READ
               WHEN 45
                   READ OPERACES NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-OPERACES TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-OPERACES TO WS-BKP-TAMANHO
                           MOVE OACS-OPER TO WS-BKP-CHAVE
                   END-READ
               WHEN 46
                   READ DOCREC NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-DOCREC TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-DOCREC TO WS-BKP-TAMANHO
                           MOVE DRC-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 47
                   READ SENHAHIS NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-SENHAHIS TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-SENHAHIS TO WS-BKP-TAMANHO
                           MOVE SH-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 48
                   READ MOVREF NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-MOVREF TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-MOVREF TO WS-BKP-TAMANHO
                           MOVE MREF-SERIE TO WS-BKP-CHAVE
                   END-READ
               WHEN 49
                   READ RETENCAO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RETENCAO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RETENCAO TO WS-BKP-TAMANHO
                           MOVE RTC-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 50
                   READ XREFPART NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-XREF TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-XREF TO WS-BKP-TAMANHO
                           MOVE XREF-ID-PARCEIRO TO WS-BKP-CHAVE
                   END-READ
               WHEN 51
                   READ FECHANO NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-FECHANO TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-FECHANO TO WS-BKP-TAMANHO
                           MOVE FANO-ANO TO WS-BKP-CHAVE
                   END-READ
               WHEN 52
                   READ TARIFREG NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-TARIFREG TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-TARIFREG TO WS-BKP-TAMANHO
                           MOVE TRG-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 53
                   READ RATREG NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RATREG TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RATREG TO WS-BKP-TAMANHO
                           MOVE RRG-CHAVE OF RG-RATREG TO WS-BKP-CHAVE
                   END-READ
               WHEN 54
                   READ JURODIA NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-JURODIA TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-JURODIA TO WS-BKP-TAMANHO
                           MOVE JDI-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 55
                   READ PARTMON NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-PARTMON TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-PARTMON TO WS-BKP-TAMANHO
                           MOVE PMON-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 56
                   READ RECEBREG NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RECEBREG TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RECEBREG TO WS-BKP-TAMANHO
                           MOVE RRG-CHAVE OF RG-RECEBREG TO WS-BKP-CHAVE
                   END-READ
               WHEN 57
                   READ REGCTL NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-REGCTL TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-REGCTL TO WS-BKP-TAMANHO
                           MOVE RCTL-PERIODO TO WS-BKP-CHAVE
                   END-READ
               WHEN 58
                   READ CHKDISP NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CHKDISP TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CHKDISP TO WS-BKP-TAMANHO
                           MOVE DSP-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 59
                   READ QRYCAT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-QRYCAT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-QRYCAT TO WS-BKP-TAMANHO
                           MOVE QRY-NOME TO WS-BKP-CHAVE
                   END-READ
               WHEN 60
                   READ ARQCAT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-ARQCAT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-ARQCAT TO WS-BKP-TAMANHO
                           MOVE ACAT-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 61
                   READ RELCAT NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-RELCAT TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-RELCAT TO WS-BKP-TAMANHO
                           MOVE REL-CHAVE TO WS-BKP-CHAVE
                   END-READ
               WHEN 62
                   READ SAIDACTL NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-SAIDACTL TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-SAIDACTL TO WS-BKP-TAMANHO
                           MOVE SAI-DATA TO WS-BKP-CHAVE
                   END-READ
               WHEN 63
                   READ CKPTCTL NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CKPTCTL TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CKPTCTL TO WS-BKP-TAMANHO
                           MOVE CKC-PROGRAMA TO WS-BKP-CHAVE
                   END-READ
               WHEN 64
                   READ CKPTJRN NEXT RECORD
                       AT END
                           SET FIM-BKP TO TRUE
                       NOT AT END
                           MOVE RG-CKPTJRN TO WS-BKP-REGISTRO
                           MOVE LENGTH OF RG-CKPTJRN TO WS-BKP-TAMANHO
                           MOVE CKJ-CHAVE TO WS-BKP-CHAVE
                   END-READ
           END-EVALUATE.
       9310-FIM.

       9320-FECHA-CADASTRO.
           IF NOT BKP-ABERTO
               GO TO 9320-FIM
           END-IF.
           EVALUATE WS-BKP-IDX
               WHEN 01
                   CLOSE DADOS1
               WHEN 02
                   CLOSE OPERMST
               WHEN 03
                   CLOSE DEPTOS
               WHEN 04
                   CLOSE ALCADA
               WHEN 05
                   CLOSE CONTATOS
               WHEN 06
                   CLOSE NOTAS
               WHEN 07
                   CLOSE VERSOES
               WHEN 08
                   CLOSE CASOS
               WHEN 09
                   CLOSE PAGCTL
               WHEN 10
                   CLOSE FECHMES
               WHEN 11
                   CLOSE CTLSALDO
               WHEN 12
                   CLOSE SUSPENSO
               WHEN 13
                   CLOSE PARCEIROS
               WHEN 14
                   CLOSE RETLEGAL
               WHEN 15
                   CLOSE LIMITES
               WHEN 16
                   CLOSE CAMBIO
               WHEN 17
                   CLOSE MOEDAREG
               WHEN 18
                   CLOSE GLCONTAS
               WHEN 19
                   CLOSE GLSALDO
               WHEN 20
                   CLOSE CONSENT
               WHEN 21
                   CLOSE PESSOAS
               WHEN 22
                   CLOSE LCTFUT
               WHEN 23
                   CLOSE RECORR
               WHEN 24
                   CLOSE FERIADOS
               WHEN 25
                   CLOSE COBRANCA
               WHEN 26
                   CLOSE AGENDA
               WHEN 27
                   CLOSE TAXMAST
               WHEN 28
                   CLOSE METAS
               WHEN 29
                   CLOSE TARIFA
               WHEN 30
                   CLOSE RISCO
               WHEN 31
                   CLOSE DOCTIPOS
               WHEN 32
                   CLOSE CEPMST
               WHEN 33
                   CLOSE LEMBRETE
               WHEN 34
                   CLOSE PENDALT
               WHEN 35
                   CLOSE PENDLCT
               WHEN 36
                   CLOSE ALERTAS
               WHEN 37
                   CLOSE RATEIO
               WHEN 38
                   CLOSE AMOSCTL
               WHEN 39
                   CLOSE AMOSTRA
               WHEN 40
                   CLOSE DORMENCIA
               WHEN 41
                   CLOSE AVISOS
               WHEN 42
                   CLOSE AVISOLID
               WHEN 43
                   CLOSE JUROS
               WHEN 44
                   CLOSE JUROACR
               WHEN 45
                   CLOSE OPERACES
               WHEN 46
                   CLOSE DOCREC
               WHEN 47
                   CLOSE SENHAHIS
               WHEN 48
                   CLOSE MOVREF
               WHEN 49
                   CLOSE RETENCAO
               WHEN 50
                   CLOSE XREFPART
               WHEN 51
                   CLOSE FECHANO
               WHEN 52
                   CLOSE TARIFREG
               WHEN 53
                   CLOSE RATREG
               WHEN 54
                   CLOSE JURODIA
               WHEN 55
                   CLOSE PARTMON
               WHEN 56
                   CLOSE RECEBREG
               WHEN 57
                   CLOSE REGCTL
               WHEN 58
                   CLOSE CHKDISP
               WHEN 59
                   CLOSE QRYCAT
               WHEN 60
                   CLOSE ARQCAT
               WHEN 61
                   CLOSE RELCAT
               WHEN 62
                   CLOSE SAIDACTL
               WHEN 63
                   CLOSE CKPTCTL
               WHEN 64
                   CLOSE CKPTJRN
           END-EVALUATE.
           SET BKP-ABERTO TO FALSE.
       9320-FIM.

       9330-TOTALIZA-CADASTRO.
      *    RELE O ARQUIVO INTEIRO NA ORDEM DA CHAVE. SEM ABRIR, O
      *    FILE STATUS FICA EM WS-ST-BKP PARA QUEM CHAMOU.
           MOVE ZEROS TO WS-BKP-REGISTROS WS-BKP-HASH.
           PERFORM 9300-ABRE-CADASTRO THRU 9300-FIM.
           IF NOT BKP-ABERTO
               GO TO 9330-FIM
           END-IF.
           PERFORM 9310-LE-CADASTRO THRU 9310-FIM.
           PERFORM 9335-ACUMULA-REGISTRO THRU 9335-FIM
                   UNTIL FIM-BKP.
           PERFORM 9320-FECHA-CADASTRO THRU 9320-FIM.
           SET ST-BKP-OK TO TRUE.
       9330-FIM.

       9335-ACUMULA-REGISTRO.
           ADD 1 TO WS-BKP-REGISTROS.
           PERFORM 9340-SOMA-HASH THRU 9340-FIM.
           PERFORM 9310-LE-CADASTRO THRU 9310-FIM.
       9335-FIM.

       9340-SOMA-HASH.
      *    CADA BYTE DO REGISTRO ENTRA PELO SEU VALOR MULTIPLICADO
      *    PELA POSICAO - TROCA DE CONTEUDO ENTRE CAMPOS TAMBEM
      *    ALTERA O TOTAL.
           MOVE 1 TO WS-BKP-POS.
           PERFORM 9345-SOMA-BYTE THRU 9345-FIM
                   UNTIL WS-BKP-POS > WS-BKP-TAMANHO.
       9340-FIM.

       9345-SOMA-BYTE.
           MOVE WS-BKP-REGISTRO(WS-BKP-POS:1) TO WS-BKP-BYTE.
           COMPUTE WS-BKP-HASH = WS-BKP-HASH
                               + WS-BKP-BYTE-NUM * WS-BKP-POS.
           IF WS-BKP-HASH > 900000000000000
               SUBTRACT 900000000000000 FROM WS-BKP-HASH
           END-IF.
           ADD 1 TO WS-BKP-POS.
       9345-FIM.
