      *PRSCOPY - layout of REG-PROSPECTO, the prospects file
      *D:\PROSPECTOS.DAT: people who called or wrote in without being
      *customers yet. It is keyed by the phone they gave (DDD plus the
      *eight digits, kept as TELEFONE is on REG-CLIENTE), so the same
      *person calling again lands on the lead already there instead
      *of a second one. PS-ORIGEM tells how they came in; for a
      *campaign PS-CAMPANHA carries the name of the list the
      *EXTRATOR_CAMPANHA run produced. CADASTRO_PROSPECTO opens it
      *new (N); RETORNO_PROSPECTOS works the ones whose
      *PS-DATA-PROXIMO-CONTATO has come, moving them to em contato (C),
      *convertido (V) once PGM11 has written the client -- whose CPF
      *is then kept in PS-CPF-CLIENTE -- or perdido (P) with the
      *reason from MPRCOPY. RELATORIO_FUNIL counts the month's leads.
       01 REG-PROSPECTO.
           05 PS-CHAVE.
               10 PS-DDD PIC 9(2).
               10 PS-TELEFONE PIC X(9).
           05 PS-NOME PIC X(30).
           05 PS-CEP PIC 9(8).
           05 PS-PACOTE PIC X(1).
           05 PS-ORIGEM PIC X(1).
               88 PS-ORIGEM-TELEFONE VALUE "T".
               88 PS-ORIGEM-WEB VALUE "W".
               88 PS-ORIGEM-CAMPANHA VALUE "C".
           05 PS-CAMPANHA PIC X(20).
           05 PS-STATUS PIC X(1).
               88 PS-NOVO VALUE "N".
               88 PS-EM-CONTATO VALUE "C".
               88 PS-CONVERTIDO VALUE "V".
               88 PS-PERDIDO VALUE "P".
               88 PS-ABERTO VALUE "N" "C".
           05 PS-DATA-CADASTRO PIC 9(8).
           05 PS-DATA-PROXIMO-CONTATO PIC 9(8).
           05 PS-DATA-ULTIMO-CONTATO PIC 9(8).
           05 PS-QTD-CONTATOS PIC 9(3).
           05 PS-OPERADOR PIC X(5).
           05 PS-MOTIVO-PERDA PIC X(1).
           05 PS-DATA-ENCERRAMENTO PIC 9(8).
           05 PS-CPF-CLIENTE PIC 9(11).
           05 PS-OBSERVACAO PIC X(40).
