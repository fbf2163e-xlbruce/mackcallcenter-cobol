      *STARTing on the leading part of O-CHAVE, then reading forward
      *while O-CPF still matches. O-SEQ only breaks ties when two
      *occurrences land in the same CPF/minute.
      *Three alternate keys, all WITH DUPLICATES, are declared on
      *every indexed SELECT of OCORRENCIAS.DAT: O-CHAVE-FILA, split
      *over O-STAT then O-ATENDENTE, so one attendant's open (or
      *closed) occurrences sit together and the whole open backlog
      *is the O-STAT 0 end of it; O-DATA-LIMITE-SLA, for the SLA
      *passes; and O-DATA-OCORR, for "what was opened on a day".
       01 REG-OCORRENCIA.
           05 O-CHAVE.
               10 O-CPF PIC X(11).
      *return file by CARGA_RETORNO_CRM. Spaces until the return for
      *this occurrence is processed.
           05 O-TICKET-CRM PIC X(10).
      *O-INCIDENTE is the IN-NUMERO (INCCOPY.cpy) of the mass outage
      *this call was linked to at intake; closing the incident closes
      *every occurrence carrying its number. Zero means the call was
      *about the client's own problem, as on every record written
      *before the incident master existed.
           05 O-INCIDENTE PIC 9(8).
      *O-NIVEL-SLA is the client's NIVEL-SERVICO as it stood when the
      *deadline was stamped, so compliance per tier is measured
      *against the tier the deadline was actually given under. Spaces
      *on records written before the SLA matrix existed.
           05 O-NIVEL-SLA PIC X(1).
