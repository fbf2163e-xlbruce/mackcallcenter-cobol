      *CNLCOPY - decode table for the sales channel stamped on every
      *sale (CANAL-VENDA on REG-CLIENTE, AS-CANAL on REG-ASSINATURA,
      *OM-CANAL on REG-ORDEM-PACOTE) and used with the package code
      *to key the commission rates, so each screen that takes a
      *channel accepts the same letters with the same meaning.
       01 TABELA-CANAL-DADOS.
           05 FILLER PIC X(16) VALUE "TTELEVENDAS     ".
           05 FILLER PIC X(16) VALUE "LLOJA           ".
           05 FILLER PIC X(16) VALUE "PPORTA A PORTA  ".
           05 FILLER PIC X(16) VALUE "WINTERNET       ".
           05 FILLER PIC X(16) VALUE "RREVENDA        ".
       01 TABELA-CANAL REDEFINES TABELA-CANAL-DADOS.
           05 CANAL-ITEM OCCURS 5 TIMES INDEXED BY IDX-CANAL.
               10 CNL-COD PIC X(1).
               10 CNL-DESC PIC X(15).
