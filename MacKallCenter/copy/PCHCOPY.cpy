      *PCHCOPY - layout of REG-PESOS-CHURN, the weights the nightly
      *churn-risk score (RISCO_EVASAO) is computed under, kept by
      *CADASTRO_PESOS_CHURN. A single record keyed "CHURN": the
      *retention team retunes the score by editing it, never by a
      *program change. Each signal gives PC-PESO points per
      *occurrence of the signal, capped at PC-TETO for that signal;
      *a zero peso or teto switches the signal off. The six
      *PC-SINAL slots are, in order,
      *  1 occurrences opened in the window beyond the first,
      *  2 occurrences in the window that broke their SLA,
      *  3 survey answers in the window with PQ-NOTA at or under
      *    PC-NOTA-CORTE,
      *  4 each PC-DIAS-POR-PONTO days (or part of) the open debt on
      *    DEVEDORES.DAT is late,
      *  5 the client's package is flagged discontinued (PAC-ATIVO),
      *  6 each cancelled member of the client's household.
      *PC-JANELA-DIAS is how far back signals 1-3 look. A client
      *scoring PC-CORTE-ALTO or more is flagged high risk on the
      *screens, and the PC-QTDE-RANKING highest scores make the
      *retention list.
       01 REG-PESOS-CHURN.
           05 PC-CHAVE PIC X(5).
           05 PC-SINAIS.
               10 PC-SINAL OCCURS 6 TIMES.
                   15 PC-PESO PIC 9(3).
                   15 PC-TETO PIC 9(3).
           05 PC-JANELA-DIAS PIC 9(3).
           05 PC-NOTA-CORTE PIC 9(1).
           05 PC-DIAS-POR-PONTO PIC 9(3).
           05 PC-CORTE-ALTO PIC 9(3).
           05 PC-QTDE-RANKING PIC 9(3).
           05 PC-OPERADOR PIC X(5).
           05 PC-DATA-ALTERACAO PIC 9(8).
