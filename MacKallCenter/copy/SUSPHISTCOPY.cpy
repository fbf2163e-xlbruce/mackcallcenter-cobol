      *SUSPHISTCOPY - layout of REG-SUSPENSO-HIST, the audit trail
      *written by ALOCA_PAGAMENTO for every decision taken on a
      *suspense item. SH-CHAVE follows the same composite-key shape
      *the other history files use (the item's own SU-CHAVE +
      *date/time + a 2-digit sequence), keyed on when the decision
      *was made, so the trail of an item reads in order.
       01 REG-SUSPENSO-HIST.
           05 SH-CHAVE.
               10 SH-ITEM.
                   15 SH-DATA-PAGAMENTO PIC 9(8).
                   15 SH-SEQ-ITEM PIC 9(3).
               10 SH-DATA-ACAO.
                   15 SH-ANO-ACAO PIC 9999.
                   15 SH-MES-ACAO PIC 99.
                   15 SH-DIA-ACAO PIC 99.
               10 SH-HORA-ACAO.
                   15 SH-HH-ACAO PIC 99.
                   15 SH-MIN-ACAO PIC 99.
               10 SH-SEQ PIC 9(2).
           05 SH-ACAO PIC X(1).
               88 SH-ALOCACAO VALUE "A".
               88 SH-DEVOLUCAO VALUE "R".
           05 SH-CPF-INFORMADO PIC 9(11).
           05 SH-CPF-ALOCADO PIC 9(11).
           05 SH-COMPETENCIA PIC 9(6).
           05 SH-VALOR PIC 9(7)V99.
           05 SH-SUPERVISOR PIC X(5).
