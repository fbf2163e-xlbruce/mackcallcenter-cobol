      *ALIQCOPY - layout of REG-ALIQUOTA, the telecom tax-rate master
      *(ALIQUOTAS.DAT) kept by CADASTRO_ALIQUOTA. One row per ESTADO,
      *service (a PAC-CODIGO, or "*" for every service of the state
      *without a row of its own) and AL-VIGENCIA, the first
      *competencia the rates apply to: a rate change is a new row,
      *never an overwrite, so a past month re-billed or re-read still
      *finds the rates that were in force then. The rates are
      *percentages of the billed amount, taxes included in the price.
       01 REG-ALIQUOTA.
           05 AL-CHAVE.
               10 AL-ESTADO PIC X(2).
               10 AL-SERVICO PIC X(1).
               10 AL-VIGENCIA PIC 9(6).
           05 AL-ICMS PIC 9(2)V99.
           05 AL-FUST PIC 9(2)V99.
           05 AL-FUNTTEL PIC 9(2)V99.
           05 AL-OPERADOR PIC X(5).
           05 AL-DATA-CADASTRO PIC 9(8).
