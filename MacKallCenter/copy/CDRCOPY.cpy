      *CDRCOPY - layout of REG-CDR, one line of the call-detail file
      *the phone switch drops every night (D:\CDR_CENTRAL.TXT), one
      *line per inbound call. CD-DATA is dd/mm/aaaa and CD-HORA the
      *hh:mm:ss the call reached the queue; CD-ESPERA is the seconds
      *it waited in the queue and CD-CONVERSA the seconds the agent
      *talked (zero on an abandoned call). CD-AGENTE is the login the
      *agent signs on to the switch with, which is the AT-ID of the
      *attendant (ATECOPY.cpy). CD-DDD/CD-TELEFONE is the calling
      *number as the switch identified it.
       01 REG-CDR.
           05 CD-DATA PIC X(10).
           05 FILLER PIC X(1).
           05 CD-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 CD-ESPERA PIC X(5).
           05 FILLER PIC X(1).
           05 CD-CONVERSA PIC X(5).
           05 FILLER PIC X(1).
           05 CD-AGENTE PIC X(5).
           05 FILLER PIC X(1).
           05 CD-DDD PIC X(2).
           05 FILLER PIC X(1).
           05 CD-TELEFONE PIC X(9).
           05 FILLER PIC X(1).
           05 CD-ABANDONO PIC X(1).
               88 CD-ABANDONADA VALUE "S".
               88 CD-ATENDIDA VALUE "N".
