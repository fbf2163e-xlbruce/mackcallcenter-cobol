      *CHMCOPY - layout of REG-CHAMADA, the call history CARGA_
      *CHAMADAS builds from the switch's call-detail file, one record
      *per call. Keyed by the day, the time the call reached the
      *queue and the calling number, so loading the same night's
      *file twice finds every call already on file instead of
      *counting it again. The times are in seconds.
      *CH-CPF is the client the calling number belongs to on
      *TELEFONES.DAT (spaces when the number is unknown to us) and
      *CH-CHAVE-OCORR the O-CHAVE of the occurrence the same agent
      *opened for that client during the call -- spaces on an
      *answered call means a contact the floor did not log.
      *CH-TIME is the agent's team (AT-TIME) on the day of the call.
       01 REG-CHAMADA.
           05 CH-CHAVE.
               10 CH-DATA.
                   15 CH-ANO PIC 9999.
                   15 CH-MES PIC 99.
                   15 CH-DIA PIC 99.
               10 CH-HORA.
                   15 CH-HH PIC 99.
                   15 CH-MIN PIC 99.
                   15 CH-SEG PIC 99.
               10 CH-DDD PIC X(2).
               10 CH-TELEFONE PIC X(9).
           05 CH-ESPERA PIC 9(5).
           05 CH-CONVERSA PIC 9(5).
           05 CH-AGENTE PIC X(5).
           05 CH-TIME PIC X(5).
           05 CH-ABANDONO PIC X(1).
               88 CH-ABANDONADA VALUE "S".
               88 CH-ATENDIDA VALUE "N".
           05 CH-CPF PIC X(11).
           05 CH-CHAVE-OCORR PIC X(25).
