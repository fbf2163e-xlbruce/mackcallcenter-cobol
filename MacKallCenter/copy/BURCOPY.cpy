      *BURCOPY - layout of REG-BUREAU, one line per movement appended
      *to BUREAU_CREDITO.TXT for the credit bureau: BU-OPERACAO "I"
      *includes the debt, "E" removes it. NEGATIVACAO writes the
      *inclusions once the prior notice period has run out, and
      *removals for debts found settled on its monthly pass;
      *CARGA_RETORNO_BANCO writes the removal the night the payment
      *that settles a negativated debt is posted, and ALOCA_PAGAMENTO
      *when a suspended payment allocated to the client settles it.
      *BU-DOCUMENTO is the CNPJ of a business account (BU-TIPO-PESSOA
      *"J") and the CPF otherwise; BU-CPF is always our key for the
      *client. Dates are aaaammdd.
       01 REG-BUREAU.
           05 BU-OPERACAO PIC X(1).
               88 BU-INCLUSAO VALUE "I".
               88 BU-EXCLUSAO VALUE "E".
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-TIPO-PESSOA PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-DOCUMENTO PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-CPF PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-VENCIMENTO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-VALOR PIC 9(7)V99.
