           05 DS-COMPETENCIA-FIM PIC 9(6).
           05 DS-MOTIVO PIC X(30).
           05 DS-OPERADOR PIC X(5).
      *when the supervisor granted it, yyyymmdd and hh:mm.
           05 DS-DATA-CONCESSAO PIC 9(8).
           05 DS-HORA-CONCESSAO PIC X(5).
