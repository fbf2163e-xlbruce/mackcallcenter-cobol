      *PARCCOPY - layout of REG-ACORDO, one installment agreement
      *(parcelamento) per row on ACORDOS.DAT, recorded by
      *ACORDO_PARCELAMENTO when a delinquent client calls to
      *renegotiate. AC-CHAVE is CPF + agreement date + sequence, so a
      *client keeps the history of every agreement made and broken;
      *only one may be in good standing (AC-EM-DIA) at a time.
      *The installments are paid with boletos issued against the
      *renegotiated competencia (AC-COMPETENCIA-DIVIDA), which is how
      *CARGA_RETORNO_BANCO tells an installment payment from a normal
      *one and posts it to AC-PARC-PAGO. The same run settles the
      *agreement (AC-QUITADO) when every installment is paid, or
      *breaks it (AC-QUEBRADO) when one is left unpaid past its due
      *date, which puts the remaining balance back into dunning.
      *Dates are aaaammdd; AC-SUPERVISOR is spaces when the value
      *did not need a supervisor's visto.
       01 REG-ACORDO.
           05 AC-CHAVE.
               10 AC-CPF PIC 9(11).
               10 AC-DATA-ACORDO PIC 9(8).
               10 AC-SEQ PIC 9(2).
           05 AC-COMPETENCIA-DIVIDA PIC 9(6).
           05 AC-VALOR-DIVIDA PIC 9(7)V99.
           05 AC-QTDE-PARCELAS PIC 9(2).
           05 AC-SITUACAO PIC X(1).
               88 AC-EM-DIA VALUE "A".
               88 AC-QUEBRADO VALUE "Q".
               88 AC-QUITADO VALUE "L".
           05 AC-DATA-SITUACAO PIC 9(8).
           05 AC-OPERADOR PIC X(5).
           05 AC-SUPERVISOR PIC X(5).
           05 AC-PARCELA OCCURS 12 TIMES.
               10 AC-PARC-VENCIMENTO PIC 9(8).
               10 AC-PARC-VALOR PIC 9(7)V99.
               10 AC-PARC-PAGO PIC 9(7)V99.
               10 AC-PARC-DATA-PAGTO PIC 9(8).
