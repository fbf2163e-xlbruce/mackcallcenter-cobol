      *LIVFISCOPY - layout of REG-LIVRO-FISCAL, the monthly tax ledger
      *(LIVROFISCAL.DAT). FECHA_IMPOSTOS freezes each competencia's
      *invoiced taxes into rows keyed by competencia + breakdown:
      *LF-TIPO "G" is the month's single overall row (LF-ESTADO "**"),
      *"E" one row per state the invoices went to. RELATORIO_IMPOSTOS
      *reprints any past month from these rows, so the figures handed
      *to the accountant never move once the returns are filed.
       01 REG-LIVRO-FISCAL.
           05 LF-CHAVE.
               10 LF-COMPETENCIA PIC 9(6).
               10 LF-TIPO PIC X(1).
                   88 LF-GERAL VALUE "G".
                   88 LF-POR-ESTADO VALUE "E".
               10 LF-ESTADO PIC X(2).
           05 LF-QTDE-FATURAS PIC 9(7).
           05 LF-VALOR-FATURADO PIC 9(9)V99.
           05 LF-BASE-IMPOSTO PIC 9(9)V99.
           05 LF-VALOR-ICMS PIC 9(9)V99.
           05 LF-VALOR-FUST PIC 9(9)V99.
           05 LF-VALOR-FUNTTEL PIC 9(9)V99.
           05 LF-DATA-FECHAMENTO PIC 9(8).
