      *NEGCOPY - layout of REG-NEGATIVACAO, the case file NEGATIVACAO
      *keeps on NEGATIVACOES.DAT for every debt past the bureau age,
      *keyed by CPF like DEVEDORES.DAT -- one case per client. The
      *case walks NG-SITUACAO in order:
      *  "A" prior notice queued on NOTIFICACOES.TXT (NG-DATA-AVISO),
      *      nothing sent to the bureau until NG-DATA-PRAZO is past;
      *  "N" included at the credit bureau and assigned to the
      *      collection agency (NG-DATA-INCLUSAO);
      *  "D" handed back by the agency as unrecoverable
      *      (NG-DATA-DEVOLUCAO), waiting for the write-off visto;
      *  "B" written off as a loss by NG-SUPERVISOR on NG-DATA-BAIXA
      *      (BAIXA_PERDA) -- the bureau entry stays until paid;
      *  "Q" settled: paid to us (NG-VALOR-PAGO, CARGA_RETORNO_BANCO)
      *      or to the agency (NG-VALOR-RECUPERADO, of which the
      *      agency kept NG-VALOR-COMISSAO), with the bureau removal
      *      sent on NG-DATA-EXCLUSAO if there was an inclusion.
      *NG-COMPETENCIA, NG-VENCIMENTO and NG-VALOR are the debt as it
      *stood on DEVEDORES.DAT when the notice went out; every date
      *is aaaammdd. NG-DATA-RETORNO is the last agency return loaded
      *against the case, so a return file read twice counts once.
       01 REG-NEGATIVACAO.
           05 NG-CPF PIC 9(11).
           05 NG-COMPETENCIA PIC 9(6).
           05 NG-VENCIMENTO PIC 9(8).
           05 NG-VALOR PIC 9(7)V99.
           05 NG-SITUACAO PIC X(1).
               88 NG-AVISADO VALUE "A".
               88 NG-NEGATIVADO VALUE "N".
               88 NG-DEVOLVIDO VALUE "D".
               88 NG-BAIXADO VALUE "B".
               88 NG-QUITADO VALUE "Q".
               88 NG-NO-BUREAU VALUES "N" "D" "B".
           05 NG-DATA-AVISO PIC 9(8).
           05 NG-DATA-PRAZO PIC 9(8).
           05 NG-DATA-INCLUSAO PIC 9(8).
           05 NG-DATA-EXCLUSAO PIC 9(8).
           05 NG-VALOR-PAGO PIC 9(7)V99.
           05 NG-VALOR-RECUPERADO PIC 9(7)V99.
           05 NG-VALOR-COMISSAO PIC 9(7)V99.
           05 NG-DATA-RETORNO PIC 9(8).
           05 NG-DATA-DEVOLUCAO PIC 9(8).
           05 NG-DATA-BAIXA PIC 9(8).
           05 NG-SUPERVISOR PIC X(5).
