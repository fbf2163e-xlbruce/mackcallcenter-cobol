      *REMCOPY - layout of REG-REMESSA, one row per bill sent to the
      *bank on REMESSA_BANCO.TXT, written by REMESSA_BANCO and
      *brought up to date by CARGA_ACEITE_REMESSA when the bank's
      *acceptance file comes back. RM-DOCUMENTO is our document
      *number on the bank record -- competencia (aaaamm) + CPF, one
      *bill per client per month -- so the bank's answer finds its
      *row again without any counter to keep. RM-TIPO says whether
      *the bill went as a boleto registration (B) or an automatic
      *debit instruction (D). A row sent (E) or accepted (A) is not
      *sent again; a rejected one (R) goes out on the next remittance
      *once the client's data has been put right. Dates are aaaammdd.
       01 REG-REMESSA.
           05 RM-DOCUMENTO.
               10 RM-COMPETENCIA PIC 9(6).
               10 RM-CPF PIC 9(11).
           05 RM-TIPO PIC X(1).
               88 RM-BOLETO VALUE "B".
               88 RM-DEBITO VALUE "D".
           05 RM-VALOR PIC 9(7)V99.
           05 RM-VENCIMENTO PIC 9(8).
           05 RM-DATA-REMESSA PIC 9(8).
           05 RM-SITUACAO PIC X(1).
               88 RM-ENVIADO VALUE "E".
               88 RM-ACEITO VALUE "A".
               88 RM-REJEITADO VALUE "R".
           05 RM-DATA-RETORNO PIC 9(8).
           05 RM-MOTIVO PIC X(2).
           05 RM-DESCRICAO-MOTIVO PIC X(30).
