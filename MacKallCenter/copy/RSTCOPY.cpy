      *RSTCOPY - layout of REG-RESTAURACAO, one line per restore run
      *through RESTAURA_BACKUP, appended to RESTAURACOES.TXT once the
      *supervisor has confirmed it: who put which dated copy back
      *over which live file, when, and how it ended (RS-RESULTADO is
      *the message the screen showed). A restore is a supervisor
      *acting alone, so the segregation-of-duties report holds these
      *lines against the supervisor's shift in ESCALA.DAT.
       01 REG-RESTAURACAO.
           05 RS-OPERADOR PIC X(5).
           05 FILLER PIC X(1).
           05 RS-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 RS-HORA PIC X(5).
           05 FILLER PIC X(1).
           05 RS-ARQUIVO PIC X(20).
           05 FILLER PIC X(1).
           05 RS-DATA-BACKUP PIC 9(8).
           05 FILLER PIC X(1).
           05 RS-LIDOS PIC 9(7).
           05 FILLER PIC X(1).
           05 RS-GRAVADOS PIC 9(7).
           05 FILLER PIC X(1).
           05 RS-RESULTADO PIC X(40).
