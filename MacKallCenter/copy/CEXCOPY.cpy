      *CEXCOPY - layout of REG-COBRANCA-EXTERNA, one line per debt
      *handed to (CX-CESSAO, "C") or taken back from (CX-RETIRADA,
      *"R") the outside collection agency, appended to
      *COBRANCA_EXTERNA.TXT. NEGATIVACAO assigns the debt together
      *with the bureau inclusion; CARGA_RETORNO_BANCO takes it back
      *the night the client pays us directly, so the agency stops
      *calling someone who is no longer in debt. The agency works
      *the contact columns; dates are aaaammdd.
       01 REG-COBRANCA-EXTERNA.
           05 CX-OPERACAO PIC X(1).
               88 CX-CESSAO VALUE "C".
               88 CX-RETIRADA VALUE "R".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-CPF PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-DDD PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-TELEFONE PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-ENDERECO PIC X(45).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-CIDADE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-ESTADO PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-CEP PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-COMPETENCIA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CX-VALOR PIC 9(7)V99.
