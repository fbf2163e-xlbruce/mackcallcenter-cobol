           05 H-STAT-ANTERIOR PIC 9.
           05 H-ANDAMENTO-ANTERIOR PIC 9.
           05 H-ATENDENTE-NOVO PIC X(30).
      *H-OCORR-CHAVE is the date/time/sequence part of the O-CHAVE the
      *row belongs to (the CPF is H-CPF), so a change can be tied back
      *to one occurrence even when the client has several.
      *H-TIPO-ALTERACAO says what happened to it: an ordinary edit,
      *the pre-delete copy APROVA_EXCLUSAO keeps, or a CPF correction
      *by CORRIGE_OCORR, which also records in H-CHAVE-ORIGEM the key
      *the occurrence was filed under before it moved, or the routing
      *of a new occurrence by Distribui_Ocorrencia, where
      *H-ATENDENTE-ALTERACAO is who (or which run) opened it and
      *H-ATENDENTE-NOVO the attendant it was given to. Rows written
      *before these fields existed carry spaces/zeros here and cannot
      *be tied to an occurrence.
           05 H-OCORR-CHAVE.
               10 H-OCORR-DATA PIC 9(8).
               10 H-OCORR-HORA PIC 9(4).
               10 H-OCORR-SEQ PIC 9(2).
           05 H-TIPO-ALTERACAO PIC X(1).
               88 H-ALTERACAO VALUE "A".
               88 H-EXCLUSAO VALUE "E".
               88 H-CORRECAO-CPF VALUE "C".
               88 H-DISTRIBUICAO VALUE "D".
           05 H-CHAVE-ORIGEM PIC X(25).
