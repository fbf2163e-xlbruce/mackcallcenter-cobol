      *PRSSESSCOPY - EXTERNAL storage through which a lead being
      *converted is handed to PGM11. RETORNO_PROSPECTOS fills it and
      *sets WS-PRS-CONVERSAO before the CALL; PGM11 then starts the
      *inclusion with the lead's name, CEP, phone and package already
      *keyed and, once REG-CLIENTE is written, leaves the new CPF in
      *WS-PRS-CPF-CLIENTE. The caller clears it on return, so PGM11
      *called from the menu works as always.
       01 WS-PROSPECTO-SESSAO IS EXTERNAL.
           05 WS-PRS-ATIVO PIC X(1).
               88 WS-PRS-CONVERSAO VALUE "S".
           05 WS-PRS-NOME PIC X(30).
           05 WS-PRS-DDD PIC 9(2).
           05 WS-PRS-TELEFONE PIC X(9).
           05 WS-PRS-CEP PIC 9(8).
           05 WS-PRS-PACOTE PIC X(1).
           05 WS-PRS-CPF-CLIENTE PIC 9(11).
