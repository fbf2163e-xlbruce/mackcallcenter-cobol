      *SUSPCOPY - layout of REG-SUSPENSO, the suspense queue of bank
      *payments CARGA_RETORNO_BANCO could not post straight to
      *PAGAMENTOS.DAT: a CPF unknown to CLIENTES.DAT (SU-MOTIVO "D")
      *or a second payment of the same value for the same CPF and
      *competencia (SU-MOTIVO "P", a duplicate to be refunded).
      *SU-CHAVE is the day the bank says the money landed plus a
      *sequence, so the queue reads in payment-date order, which is
      *how ALOCA_PAGAMENTO searches it. An item is born pending (P);
      *the supervisor either allocates it (A) to the right CPF and
      *competencia, which posts it to PAGAMENTOS.DAT, or releases it
      *for refund (R). Every decision leaves an audit row on
      *SUSPENSOS-HIST.DAT (SUSPHISTCOPY.cpy).
       01 REG-SUSPENSO.
           05 SU-CHAVE.
               10 SU-DATA-PAGAMENTO PIC 9(8).
               10 SU-SEQ PIC 9(3).
           05 SU-CPF-INFORMADO PIC 9(11).
           05 SU-COMPETENCIA PIC 9(6).
           05 SU-VALOR PIC 9(7)V99.
           05 SU-MOTIVO PIC X(1).
               88 SU-CPF-DESCONHECIDO VALUE "D".
               88 SU-DUPLICADO VALUE "P".
           05 SU-DATA-CARGA PIC 9(8).
           05 SU-SITUACAO PIC X(1).
               88 SU-PENDENTE VALUE "P".
               88 SU-ALOCADO VALUE "A".
               88 SU-DEVOLVER VALUE "R".
           05 SU-CPF-ALOCADO PIC 9(11).
           05 SU-COMPETENCIA-ALOCADA PIC 9(6).
           05 SU-DATA-TRATAMENTO PIC 9(8).
           05 SU-SUPERVISOR PIC X(5).
