      *FTLCOPY - layout of REG-TELEFONE-FALHA, the attendants' open
      *worklist of clients who can no longer be reached by SMS
      *(TELEFONES_FALHA.DAT, keyed by CPF): the number on file has
      *failed delivery again and again and the client has no other
      *working phone. CONSULTAS warns the attendant on the next
      *contact while FT-DDD/FT-TELEFONE is still the client's phone;
      *CARGA_RECIBOS_SMS drops the row once a message gets through
      *or the phone on file has been changed.
       01 REG-TELEFONE-FALHA.
           05 FT-CPF PIC 9(11).
           05 FT-DDD PIC 9(2).
           05 FT-TELEFONE PIC X(9).
           05 FT-FALHAS PIC 9(3).
           05 FT-DATA-INCLUSAO PIC 9(8).
           05 FT-DATA-ULTIMA-FALHA PIC 9(8).
