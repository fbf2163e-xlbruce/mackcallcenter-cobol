           05 CRD-OPERADOR PIC X(5).
           05 CRD-APROVADOR PIC X(5).
           05 CRD-DATA PIC X(10).
      *stamped by EXTRATO_FATURAMENTO when it consumes the credit:
      *the day it was netted off a bill and the money it came to
      *there (a credit in days only has a value once billed), which
      *is what the accounting journal books as a revenue deduction.
           05 CRD-DATA-CONSUMO PIC 9(8).
           05 CRD-VALOR-CONSUMIDO PIC 9(5)V99.
      *when APROVA_CREDITO (or DECIDE_CONTESTACAO, for an upheld
      *dispute) approved or denied the credit, yyyymmdd and hh:mm;
      *zero and spaces while it is pending.
           05 CRD-DATA-APROVACAO PIC 9(8).
           05 CRD-HORA-APROVACAO PIC X(5).
