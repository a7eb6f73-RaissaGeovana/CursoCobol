      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chaves e linha de retomada dos paragrafos de ponto de
      *          controle (CKPT) usados pelas corridas que atualizam
      *          valor no DADOS1.DAT. Requer COPY CKPTSRV_WS na
      *          WORKING-STORAGE e COPY CKPT nos paragrafos.
      ******************************************************************
       77  WS-CKP-PENDENTE     PIC X(01) VALUE 'N'.
           88  PONTO-PENDENTE      VALUE 'S' FALSE 'N'.
       77  WS-CKP-RETOMADA     PIC X(01) VALUE 'N'.
           88  RETOMADA-PONTO      VALUE 'S' FALSE 'N'.
       77  WS-CKP-USO          PIC X(01) VALUE 'N'.
           88  PONTO-CONTROLE-ATIVO VALUE 'S' FALSE 'N'.
       77  WS-CKP-RESPOSTA     PIC X(01) VALUE SPACES.
           88  CONFIRMA-RETOMADA   VALUE 'S' 's'.
       77  WS-CKP-LINHA        PIC X(80) VALUE SPACES.
