      *          em linhas de lancamento balanceadas do arquivo de
      *          interface contabil; movimento sem mapa e rejeitado
      *          para a fila de suspensos.
      * Historico de alteracoes:
      *   - Novos tipos G (ganho) e P (perda) de variacao cambial,
      *     com as contas que o VARCAMB usa para contabilizar a
      *     variacao do mes por departamento.
      *   - Novos tipos S (rateio enviado) e E (rateio recebido),
      *     com as contas que o GLPOST usa nos movimentos do rateio
      *     de custos (motivo RAT) gerados pelo RATGER.
      *   - Novos tipos J (juros pagos) e K (juros cobrados), com as
      *     contas que o GLPOST usa nos movimentos da capitalizacao
      *     de juros (motivo JUR) gerados pelo JURGER.
      ******************************************************************
       01  RG-GLMAP.
           02  GLM-CHAVE.
