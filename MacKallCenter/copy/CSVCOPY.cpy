      *CSVCOPY - layout of REG-COBRANCA-SERVICO, one row per catalog
      *service (SVCCOPY) charged to a client, on COBRANCAS_SERVICO.DAT.
      *CV-CHAVE is the usual CPF + date + time + sequence shape, so a
      *client's charges read forward from the CPF. CV-CHAVE-OCORR is
      *the O-CHAVE of the occurrence the charge came out of (spaces
      *when it was posted outside any). CV-DESCRICAO and CV-VALOR are
      *copied from the catalog when the charge is posted. The charge
      *walks CV-STATUS:
      *  "V" above the supervisor limit, waiting for the visto;
      *  "P" pending, to go out on the client's next invoice;
      *  "E" reversed before it was billed (CV-DATA-ESTORNO,
      *      CV-OPERADOR-ESTORNO) -- never billed from then on;
      *  "F" billed: printed by EMITE_FATURAS on CV-DATA-FATURA, so
      *      it can never go out a second time.
      *EXTRATO_FATURAMENTO stamps a pending charge with the
      *competencia (aaaamm) of the extract it was added to and the
      *CPF of the line that carries it (a household member's charge
      *rides on the principal's bill); EMITE_FATURAS prints the
      *charges stamped with its own competencia. Dates are aaaammdd.
       01 REG-COBRANCA-SERVICO.
           05 CV-CHAVE.
               10 CV-CPF PIC X(11).
               10 CV-DATA-LANC.
                   15 CV-ANO-LANC PIC 9999.
                   15 CV-MES-LANC PIC 99.
                   15 CV-DIA-LANC PIC 99.
               10 CV-HORA-LANC.
                   15 CV-HH-LANC PIC 99.
                   15 CV-MIN-LANC PIC 99.
               10 CV-SEQ PIC 9(2).
           05 CV-CODIGO PIC X(3).
           05 CV-DESCRICAO PIC X(30).
           05 CV-VALOR PIC 9(5)V99.
           05 CV-CHAVE-OCORR PIC X(25).
           05 CV-ORIGEM PIC X(1).
               88 CV-ORIGEM-ATENDENTE VALUE "A".
               88 CV-ORIGEM-VISITA VALUE "V".
               88 CV-ORIGEM-EQUIPAMENTO VALUE "E".
           05 CV-STATUS PIC X(1).
               88 CV-AGUARDA-VISTO VALUE "V".
               88 CV-PENDENTE VALUE "P".
               88 CV-ESTORNADA VALUE "E".
               88 CV-FATURADA VALUE "F".
           05 CV-OPERADOR PIC X(5).
           05 CV-SUPERVISOR PIC X(5).
           05 CV-COMPETENCIA PIC 9(6).
           05 CV-CPF-FATURA PIC X(11).
           05 CV-DATA-FATURA PIC 9(8).
           05 CV-DATA-ESTORNO PIC 9(8).
           05 CV-OPERADOR-ESTORNO PIC X(5).
