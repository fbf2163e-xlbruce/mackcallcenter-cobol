      *AVRCOPY - layout of REG-AVISO-REAJUSTE, proof that a client
      *was told of a price readjustment ahead of time
      *(AVISOS_REAJUSTE.DAT). REAJUSTE_PACOTES writes one row per
      *client and vigencia when the new prices are applied for real,
      *saying when the notice went out, how (SMS on NOTIFICACOES.TXT
      *or a letter on CARTAS_REAJUSTE.TXT) and to which number, and
      *the monthly price before and after; CONSULTAS shows them when
      *the customer says nobody warned them. Keyed by CPF + vigencia
      *(aaaammdd), so a rerun for the same vigencia does not notify
      *the client twice.
       01 REG-AVISO-REAJUSTE.
           05 AR-CHAVE.
               10 AR-CPF PIC 9(11).
               10 AR-VIGENCIA PIC 9(8).
           05 AR-DATA-AVISO PIC 9(8).
           05 AR-MEIO PIC X(1).
               88 AR-POR-SMS VALUE "S".
               88 AR-POR-CARTA VALUE "C".
           05 AR-DDD PIC 9(2).
           05 AR-TELEFONE PIC X(9).
           05 AR-VALOR-ANTERIOR PIC 9(7)V99.
           05 AR-VALOR-NOVO PIC 9(7)V99.
