      *OMPCOPY - layout of REG-ORDEM-PACOTE, the package change
      *orders kept by ORDEM_PACOTE in ORDENSPACOTE.DAT. A client who
      *upgrades or downgrades is taken as an order instead of having
      *ASSINATURAS/TIPO-PACOTE changed on the spot: the services to
      *add (I) or remove (R), an optional new TIPO-PACOTE for the
      *legacy single-package base, and the date the change takes
      *effect -- by default the client's next VENCIMENTO-FATURA, so
      *the new price starts with a billing cycle. APLICA_ORDENS_PACOTE
      *applies the order on or after that date; one that needs a
      *technician also waits for a concluded visit on the occurrence
      *in OM-CHAVE-OCORR (O-CHAVE, OCOCOPY.cpy). OM-VARIACAO is the
      *monthly price difference at the price list of the day the
      *order was taken, which is what finance projects from.
      *An order is born PENDENTE and ends APLICADA, CANCELADA by an
      *operator while still pending, or RECUSADA (X) when the night
      *step finds the client cancelled by the time it comes due.
      *The key is CPF + moment taken, with OM-SEQ breaking ties the
      *way C-SEQ does on CLIHIST.DAT.
       01 REG-ORDEM-PACOTE.
           05 OM-CHAVE.
               10 OM-CPF PIC 9(11).
               10 OM-DATA-PEDIDO PIC 9(8).
               10 OM-HORA-PEDIDO PIC 9(4).
               10 OM-SEQ PIC 9(2).
           05 OM-ITENS.
               10 OM-ITEM OCCURS 4 TIMES.
                   15 OM-ACAO PIC X(1).
                       88 OM-INCLUI VALUE "I".
                       88 OM-REMOVE VALUE "R".
                   15 OM-SERVICO PIC X(1).
           05 OM-TIPO-PACOTE-NOVO PIC X(1).
           05 OM-DATA-EFETIVA PIC 9(8).
           05 OM-VISITA PIC X(1).
               88 OM-PRECISA-VISITA VALUE "S".
           05 OM-CHAVE-OCORR PIC X(25).
           05 OM-VARIACAO PIC S9(5)V99.
           05 OM-STATUS PIC X(1).
               88 OM-PENDENTE VALUE "P".
               88 OM-APLICADA VALUE "A".
               88 OM-CANCELADA VALUE "C".
               88 OM-RECUSADA VALUE "X".
           05 OM-OPERADOR PIC X(5).
           05 OM-DATA-APLICACAO PIC 9(8).
           05 OM-OPERADOR-CANCEL PIC X(5).
           05 OM-DATA-CANCEL PIC 9(8).
      *OM-CANAL is the sales channel (CNLCOPY) the order came in
      *through; the services it adds are stamped with it and with
      *OM-OPERADOR as the seller when the order is applied.
           05 OM-CANAL PIC X(1).
