      *CTSCOPY - layout of REG-CONTESTACAO, the billing disputes file
      *D:\CONTESTACOES.DAT. A dispute points at one invoice of the
      *ledger FATURAS_EMITIDAS.TXT by the same three things the
      *ledger line carries -- CPF, emission date (DD/MM/AAAA, as
      *printed) and competencia -- with CTS-SEQ telling apart a
      *second dispute of the same invoice after the first was
      *decided. CTS-CHAVE-OCORR is the O-CHAVE of the occurrence the
      *complaint came in on; it is also the key the adjustment takes
      *on CREDITOS.DAT when the dispute is upheld.
      *CONTESTA_FATURA opens it under analysis (A); while it stays so
      *RELATORIO_INADIMPLENCIA keeps CTS-VALOR-CONTESTADO out of the
      *open amount, so the client is neither dunned nor suspended for
      *it. DECIDE_CONTESTACAO rules it procedente (P), raising the
      *credit, or improcedente (I), after which the amount is owed
      *again. ANATEL gives 30 days from CTS-DATA-ABERTURA for the
      *answer; RELATORIO_CONTESTACOES lists the ones past it.
       01 REG-CONTESTACAO.
           05 CTS-CHAVE.
               10 CTS-CPF PIC 9(11).
               10 CTS-DATA-EMISSAO PIC X(10).
               10 CTS-COMPETENCIA PIC 9(6).
               10 CTS-SEQ PIC 9(2).
           05 CTS-VALOR-FATURA PIC 9(7)V99.
           05 CTS-VALOR-CONTESTADO PIC 9(7)V99.
           05 CTS-MOTIVO PIC X(40).
           05 CTS-CHAVE-OCORR PIC X(25).
           05 CTS-STATUS PIC X(1).
               88 CTS-EM-ANALISE VALUE "A".
               88 CTS-PROCEDENTE VALUE "P".
               88 CTS-IMPROCEDENTE VALUE "I".
           05 CTS-DATA-ABERTURA PIC 9(8).
           05 CTS-OPERADOR PIC X(5).
           05 CTS-DATA-DECISAO PIC 9(8).
           05 CTS-SUPERVISOR PIC X(5).
