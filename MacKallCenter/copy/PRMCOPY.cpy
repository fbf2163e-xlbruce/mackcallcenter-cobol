      *PRMCOPY - layout of REG-PROMOCAO, the promotions master kept
      *by CADASTRO_PROMOCAO in PROMOCOES.DAT. A promotion is what a
      *sale is closed under in exchange for a loyalty term: the
      *client stays PR-PRAZO-MESES months or pays PR-VALOR-MULTA
      *to leave early -- the whole of it (PR-MULTA-INTEGRAL) or the
      *share of the months still left (PR-MULTA-PROPORCIONAL).
      *PR-PACOTE limits it to one package, spaces meaning any. Only
      *an active promotion can be sold; a retired one stays on file
      *for the contracts already signed under it.
       01 REG-PROMOCAO.
           05 PR-CODIGO PIC X(6).
           05 PR-DESCRICAO PIC X(30).
           05 PR-PACOTE PIC X(1).
           05 PR-PRAZO-MESES PIC 9(2).
           05 PR-REGRA-MULTA PIC X(1).
               88 PR-MULTA-INTEGRAL VALUE "I".
               88 PR-MULTA-PROPORCIONAL VALUE "P".
           05 PR-VALOR-MULTA PIC 9(5)V99.
           05 PR-ATIVA PIC X(1).
           05 PR-OPERADOR PIC X(5).
           05 PR-DATA-ALTERACAO PIC 9(8).
