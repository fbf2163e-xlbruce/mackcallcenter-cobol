      *COBCOPY - layout of REG-COBERTURA, the network coverage master
      *kept by CADASTRO_COBERTURA in COBERTURA.DAT. Each row is a CEP
      *range (CB-CEP-INICIO thru CB-CEP-FIM; a single CEP is a range
      *of one) that is either served or known to be without network,
      *plus the package codes that can be sold there -- CB-PACOTES
      *spaces means every active package. Ranges never overlap, and
      *the key is the END of the range, so the range holding a CEP
      *is the first one a START >= the CEP lands on, as long as its
      *CB-CEP-INICIO is not past the CEP. Verifica_Cobertura is the
      *one reader every point of sale goes through.
      *CB-DATA-ATIVACAO is the day the area was last switched on.
       01 REG-COBERTURA.
           05 CB-CEP-FIM PIC 9(8).
           05 CB-CEP-INICIO PIC 9(8).
           05 CB-DESCRICAO PIC X(30).
           05 CB-ATENDIDA PIC X(1).
               88 CB-AREA-ATENDIDA VALUE "S".
               88 CB-AREA-SEM-REDE VALUE "N".
           05 CB-PACOTES PIC X(10).
           05 CB-DATA-ATIVACAO PIC 9(8).
           05 CB-OPERADOR PIC X(5).
           05 CB-DATA-ALTERACAO PIC 9(8).
