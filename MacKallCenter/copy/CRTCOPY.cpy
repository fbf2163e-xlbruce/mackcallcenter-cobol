      *CRTCOPY - layout of REG-CARTA, one line per letter for the
      *print house (CARTAS_REAJUSTE.TXT): the price-change notice
      *for a client with no working mobile to text. Addressed as the
      *invoice is, with the same values the SMS template carries --
      *monthly price before and after, edited for print, and the
      *date the new price takes effect.
       01 REG-CARTA.
           05 CA-DATA PIC X(10).
           05 FILLER PIC X(1).
           05 CA-CPF PIC X(11).
           05 FILLER PIC X(1).
           05 CA-NOME PIC X(30).
           05 FILLER PIC X(1).
           05 CA-ENDERECO PIC X(45).
           05 FILLER PIC X(1).
           05 CA-COMPLEMENTO PIC X(10).
           05 FILLER PIC X(1).
           05 CA-BAIRRO PIC X(20).
           05 FILLER PIC X(1).
           05 CA-CIDADE PIC X(20).
           05 FILLER PIC X(1).
           05 CA-ESTADO PIC X(2).
           05 FILLER PIC X(1).
           05 CA-CEP PIC X(9).
           05 FILLER PIC X(1).
           05 CA-VALOR-DE PIC X(10).
           05 FILLER PIC X(1).
           05 CA-VALOR-PARA PIC X(10).
           05 FILLER PIC X(1).
           05 CA-DATA-VIGENCIA PIC X(10).
