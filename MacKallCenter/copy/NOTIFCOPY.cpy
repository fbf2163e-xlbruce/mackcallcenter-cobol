      *event date). SLA_ESCALONAMENTO.TXT keeps being the INTERNAL
      *escalation feed; this file is what the CUSTOMER hears.
      *NF-PROTOCOLO zero means the producing event has no protocol to
      *quote. NF-VALOR-DE/NF-VALOR-PARA fill the &DE and &PARA slots
      *of a price-change notice (REAJUSTE_PACOTES), already edited
      *as the customer reads them; every other template leaves them
      *spaces.
       01 REG-NOTIFICACAO.
           05 NF-DATA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-PROTOCOLO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-DATA-EVENTO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-VALOR-DE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-VALOR-PARA PIC X(10).
