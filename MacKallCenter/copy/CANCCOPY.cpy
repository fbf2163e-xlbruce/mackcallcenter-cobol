      *CANCCOPY - layout of REG-CANCELAMENTO, one row per pass of a
      *client through the retention desk in PGM13 (CANCELA CLIENTE).
      *CN-CHAVE follows the CPF + date/time + 2-digit sequence shape
      *of CLIHISTCOPY/PTSHISTCOPY, so a client who calls to cancel
      *more than once keeps every attempt. CN-OFERTA is the retention
      *option put to the customer and CN-RESULTADO what came of it:
      *"A" accepted the offer and stayed, "R" declined the offer but
      *gave up cancelling, "C" cancelled anyway. Package, DDD and the
      *start date are copied from the client at the time, so the
      *churn report still reads them after a downgrade, a later edit
      *or the anonymization run has changed REG-CLIENTE.
       01 REG-CANCELAMENTO.
           05 CN-CHAVE.
               10 CN-CPF PIC X(11).
               10 CN-DATA.
                   15 CN-ANO PIC 9999.
                   15 CN-MES PIC 99.
                   15 CN-DIA PIC 99.
               10 CN-HORA.
                   15 CN-HH PIC 99.
                   15 CN-MIN PIC 99.
               10 CN-SEQ PIC 9(2).
           05 CN-MOTIVO PIC X(3).
           05 CN-OFERTA PIC X(1).
               88 CN-OFERTA-DESCONTO VALUE "D".
               88 CN-OFERTA-PACOTE VALUE "P".
               88 CN-OFERTA-PONTOS VALUE "M".
               88 CN-SEM-OFERTA VALUE "N".
           05 CN-RESULTADO PIC X(1).
               88 CN-ACEITOU VALUE "A".
               88 CN-RECUSOU VALUE "R".
               88 CN-CANCELOU VALUE "C".
           05 CN-OPERADOR PIC X(5).
           05 CN-TIPO-PACOTE PIC X(1).
           05 CN-PACOTE-NOVO PIC X(1).
           05 CN-DDD PIC 9(2).
      *CN-DATA-INICIO is DATA-ATIVACAO when the client ever went live
      *and DATA-INCLUSAO-CLIENTE otherwise, dd/mm/aaaa as on the
      *client record.
           05 CN-DATA-INICIO PIC X(10).
