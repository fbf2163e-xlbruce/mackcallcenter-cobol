      *TVNCOPY - layout of REG-TROCA-VENC, written by PGM12 (ALTERA
      *CLIENTE) whenever VENCIMENTO-FATURA changes on a live client.
      *Keyed by TV-CPF: EXTRATO_FATURAMENTO bills the days between
      *the old due day and the new one as a one-off bridging charge
      *in the competencia the change was made (TV-COMPETENCIA), and a
      *second change inside the same month keeps the ORIGINAL old day
      *so the bridge still starts where the last regular bill ended.
       01 REG-TROCA-VENC.
           05 TV-CPF PIC 9(11).
           05 TV-COMPETENCIA PIC 9(6).
           05 TV-VENC-ANTERIOR PIC 9(2).
           05 TV-VENC-NOVO PIC 9(2).
           05 TV-DATA-ALTERACAO PIC X(10).
