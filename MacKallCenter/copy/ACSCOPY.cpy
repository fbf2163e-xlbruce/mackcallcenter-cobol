      *ACSCOPY - layout of REG-ACESSO, one line per client record an
      *operator was shown, appended to ACESSOS_CLIENTE.TXT by
      *Registra_Acesso. LOGIN_LOG.TXT says who signed on; this says
      *whose data they then looked at, so a data-subject request can
      *be answered with every operator who saw a given CPF. AC-TIPO
      *tells the record actually opened (F - ficha on CONSULTAS,
      *record opened on the client edit or insert screens) from a CPF
      *that only appeared as a line of a search result list (L).
      *AC-TREINO is "S" when the lookup was made in training mode --
      *still a real look at real data, so it is logged all the same.
       01 REG-ACESSO.
           05 AC-OPERADOR PIC X(5).
           05 FILLER PIC X(1).
           05 AC-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 AC-HORA PIC 9(6).
           05 FILLER PIC X(1).
           05 AC-CPF PIC X(11).
           05 FILLER PIC X(1).
           05 AC-METODO PIC X(20).
           05 FILLER PIC X(1).
           05 AC-PROGRAMA PIC X(5).
           05 FILLER PIC X(1).
           05 AC-TIPO PIC X(1).
               88 AC-FICHA VALUE "F".
               88 AC-LISTA VALUE "L".
           05 FILLER PIC X(1).
           05 AC-TREINO PIC X(1).
