      *FEMCOPY - layout of REG-EMITIDA, the invoice ledger
      *FATURAS_EMITIDAS.TXT: one line per invoice actually emitted,
      *appended by EMITE_FATURAS run after run, so a billing dispute
      *months later can be answered with the exact date, value and
      *due day we issued -- the print file gets regenerated, this
      *ledger does not. Read back by FECHA_IMPOSTOS, RECEBIVEIS,
      *QUITACAO, the client screen (PGM3) and CONTESTA_FATURA.
      *Fields are only ever added at the end: lines written before a
      *field existed stop short of it and read back as spaces there.
       01 REG-EMITIDA.
           05 EM-DATA-EMISSAO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-CPF PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VENCIMENTO PIC 9(2).
      *the billing month each invoice settles and the gross with the
      *discount and credit netted off it, for the receivables run.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-COMPETENCIA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR-BRUTO PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR-DESCONTO PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR-CREDITO PIC 9(7)V99.
      *the state and the telecom taxes included in the invoice,
      *which FECHA_IMPOSTOS totals into the tax ledger.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-ESTADO PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-BASE-IMPOSTO PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR-ICMS PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR-FUST PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EM-VALOR-FUNTTEL PIC 9(7)V99.
