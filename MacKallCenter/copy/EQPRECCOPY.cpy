      *EQPRECCOPY - layout of REG-RECUPERA-EQUIP, the recovery
      *worklist kept by RECUPERA_EQUIPAMENTOS for every box still
      *installed at a cancelled client, keyed by serial like
      *EQUIPAMENTOS.DAT itself. RE-DATA-BASE (aaaammdd) is the day
      *the recovery clock started: the cancellation date from the
      *retention desk, or the day the serial was first listed when
      *no cancellation was ever dated. RE-DATA-AVISO is zero until
      *the return notice went out. RE-COLETA holds the pickup slot
      *booked on VISITAS.DAT (technician + date + period, the same
      *shape as VS-CHAVE) once one is booked.
      *Past the deadline the box's value is charged: RE-VALOR lands
      *on the closing bill of RE-COMPETENCIA-COBRANCA (aaaamm). A
      *return registered by MOVIMENTA_EQUIPAMENTO flips the row to
      *"D" and the charge drops out of the extract on its next run.
       01 REG-RECUPERA-EQUIP.
           05 RE-SERIE PIC X(12).
           05 RE-CPF PIC 9(11).
           05 RE-MODELO PIC X(20).
           05 RE-DATA-BASE PIC 9(8).
           05 RE-DATA-AVISO PIC 9(8).
           05 RE-SITUACAO PIC X(1).
               88 RE-PENDENTE VALUE "P".
               88 RE-COLETA-AGENDADA VALUE "A".
               88 RE-COBRADO VALUE "C".
               88 RE-DEVOLVIDO VALUE "D".
           05 RE-COLETA.
               10 RE-TECNICO PIC X(5).
               10 RE-DATA-COLETA PIC 9(8).
               10 RE-PERIODO PIC X(1).
           05 RE-VALOR PIC 9(5)V99.
           05 RE-COMPETENCIA-COBRANCA PIC 9(6).
           05 RE-DATA-DEVOLUCAO PIC 9(8).
