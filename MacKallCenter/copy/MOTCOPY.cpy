      *MOTCOPY - layout of REG-MOTIVO-CANC, the cancellation-reason
      *master maintained by CADASTRO_MOTIVO. Keyed by MC-CODIGO, the
      *code PGM13 requires before it cancels a client, so the monthly
      *churn report can say WHY the base is shrinking -- preco,
      *mudanca, concorrencia, qualidade do sinal -- instead of only
      *how many left. MC-ATIVO retires a code without invalidating
      *the cancellations already recorded with it.
       01 REG-MOTIVO-CANC.
           05 MC-CODIGO PIC X(3).
           05 MC-DESCRICAO PIC X(30).
           05 MC-ATIVO PIC X(1).
