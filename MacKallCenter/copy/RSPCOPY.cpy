      *RSPCOPY - layout of REG-RESPOSTA-SMS, one line of the inbound
      *file the SMS bureau drops every night (D:\RESPOSTAS_SMS.TXT)
      *with the texts customers sent back to our short number. RS-DATA
      *is dd/mm/aaaa and RS-HORA hh:mm:ss as the bureau received the
      *reply; RS-DDD/RS-TELEFONE the number it came from and RS-TEXTO
      *what the customer typed, as typed.
       01 REG-RESPOSTA-SMS.
           05 RS-DATA PIC X(10).
           05 FILLER PIC X(1).
           05 RS-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 RS-DDD PIC X(2).
           05 FILLER PIC X(1).
           05 RS-TELEFONE PIC X(9).
           05 FILLER PIC X(1).
           05 RS-TEXTO PIC X(60).
