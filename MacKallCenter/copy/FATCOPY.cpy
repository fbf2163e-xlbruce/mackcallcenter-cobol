           05 F-VALOR-BRUTO PIC 9(5)V99.
           05 F-VALOR-DESCONTO PIC 9(5)V99.
           05 F-VALOR-CREDITO PIC 9(5)V99.
      *Pro rata: F-DIAS-FATURADOS of the F-DIAS-COMPETENCIA days in
      *the month were really billed -- fewer than all of them for an
      *installation, a subscription ended or a cancellation inside
      *the month. F-TIPO-FATURA "E" marks the closing bill of a client
      *cancelled in the competencia, which is still invoiced and
      *still dunned although F-STATUS-CLIENTE reads "C". F-VALOR-PONTE
      *is the one-off bridging charge for the days between the old
      *due day (F-VENC-ANTERIOR) and the new one after a change of
      *VENCIMENTO-FATURA; it is already inside F-PRECO and is only
      *broken out so the invoice can print it as its own line.
           05 F-TIPO-FATURA PIC X(1).
               88 F-FATURA-MENSAL VALUE "M".
               88 F-FATURA-ENCERRAMENTO VALUE "E".
           05 F-DIAS-FATURADOS PIC 9(2).
           05 F-DIAS-COMPETENCIA PIC 9(2).
           05 F-VENC-ANTERIOR PIC 9(2).
           05 F-DIAS-PONTE PIC 9(2).
           05 F-VALOR-PONTE PIC 9(5)V99.
      *F-VALOR-EQUIPAMENTO is the charge for F-QTDE-EQUIP-COBRADO
      *boxes a cancelled client never gave back (RECUPERAEQP.DAT,
      *EQPRECCOPY.cpy). It rides on the closing bill, is already
      *inside F-PRECO and is never discounted or credited.
           05 F-QTDE-EQUIP-COBRADO PIC 9(2).
           05 F-VALOR-EQUIPAMENTO PIC 9(5)V99.
      *Telecom taxes, included in the price: F-BASE-IMPOSTO is the
      *part of F-PRECO that is telecom service (everything but the
      *equipment charge, the loyalty fee and the one-off service
      *charges below) and each F-VALOR-<tax> is the share of it
      *owed at the ALIQUOTAS.DAT rates in force for F-ESTADO in the
      *competencia. Informative only -- F-PRECO is still what is paid.
           05 F-BASE-IMPOSTO PIC 9(5)V99.
           05 F-VALOR-ICMS PIC 9(5)V99.
           05 F-VALOR-FUST PIC 9(5)V99.
           05 F-VALOR-FUNTTEL PIC 9(5)V99.
      *F-VALOR-MULTA-FIDELIDADE is the early-termination fee of the
      *loyalty contracts the client broke by cancelling (FIDCOPY).
      *Like the equipment charge it rides on the closing bill, is
      *already inside F-PRECO, is outside the telecom tax base and
      *is never discounted or credited.
           05 F-VALOR-MULTA-FIDELIDADE PIC 9(5)V99.
      *F-VALOR-SERVICOS-COB is the sum of the F-QTDE-SERVICOS-COB
      *one-off services charged through the catalog (CSVCOPY) -- a
      *visit caused by the client, a broken remote -- household
      *members' included. Already inside F-PRECO, outside the telecom
      *tax base and never discounted or credited; the invoice prints
      *each charge on a line of its own.
           05 F-QTDE-SERVICOS-COB PIC 9(2).
           05 F-VALOR-SERVICOS-COB PIC 9(5)V99.
