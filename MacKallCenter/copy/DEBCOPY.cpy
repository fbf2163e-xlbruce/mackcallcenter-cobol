      *DEBCOPY - layout of REG-DEBITO, the automatic debit registry
      *kept by CADASTRO_DEBITO: one row per CPF that authorized the
      *bill to be debited straight from a bank account, keyed by CPF
      *like CLIENTES.DAT itself. REMESSA_BANCO sends an active (A)
      *client's bill to the bank as a debit instruction instead of a
      *boleto. A debit the bank refuses (account closed, no such
      *agency) is set aside as R by CARGA_ACEITE_REMESSA with the
      *bank's reason, so the client goes back to boletos until the
      *attendant confirms the account again; a cancelled (C) row is
      *kept rather than deleted so the authorization history stays.
      *Dates are aaaammdd.
       01 REG-DEBITO.
           05 DA-CPF PIC 9(11).
           05 DA-BANCO PIC 9(3).
           05 DA-AGENCIA PIC 9(4).
           05 DA-CONTA PIC 9(12).
           05 DA-CONTA-DV PIC X(1).
           05 DA-SITUACAO PIC X(1).
               88 DA-ATIVO VALUE "A".
               88 DA-CANCELADO VALUE "C".
               88 DA-RECUSADO VALUE "R".
           05 DA-DATA-ADESAO PIC 9(8).
           05 DA-DATA-SITUACAO PIC 9(8).
           05 DA-OPERADOR PIC X(5).
           05 DA-MOTIVO-RECUSA PIC X(30).
