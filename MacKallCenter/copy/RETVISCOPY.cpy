      *RETVISCOPY - layout of REG-RETORNO-VISITA, one line of the
      *completion return for the printed service orders, appended by
      *the technicians' handhelds or keyed at the office through
      *DIGITA_RETORNO_VISITA, and loaded in one batch by
      *CARGA_RETORNO_VISITA. The first three columns are the visit's
      *VS-CHAVE exactly as the order prints it (technician, aaaammdd,
      *M/T period). RV-RESULTADO is C (concluded) or F (customer not
      *home); the times are hhmm. Each RV-TROCA is a serial that
      *moved at the visit, with the same I/D/F codes as EM-TIPO in
      *EQPHISTCOPY.cpy (installed, returned, defective); unused
      *slots are spaces.
       01 REG-RETORNO-VISITA.
           05 RV-CHAVE.
               10 RV-TECNICO PIC X(5).
               10 FILLER PIC X(1).
               10 RV-DATA-VISITA PIC 9(8).
               10 FILLER PIC X(1).
               10 RV-PERIODO PIC X(1).
           05 FILLER PIC X(1).
           05 RV-RESULTADO PIC X(1).
               88 RV-CONCLUIDA VALUE "C".
               88 RV-NAO-COMPARECEU VALUE "F".
           05 FILLER PIC X(1).
           05 RV-HORA-CHEGADA PIC 9(4).
           05 FILLER PIC X(1).
           05 RV-HORA-SAIDA PIC 9(4).
           05 RV-TROCA OCCURS 4 TIMES.
               10 FILLER PIC X(1).
               10 RV-SERIE PIC X(12).
               10 FILLER PIC X(1).
               10 RV-TIPO-MOV PIC X(1).
