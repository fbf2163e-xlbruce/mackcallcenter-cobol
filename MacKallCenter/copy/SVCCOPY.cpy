      *SVCCOPY - layout of REG-SERVICO-COBRAVEL, the catalog of the
      *services and replacement items we charge the client for
      *(SERVICOS_COBRAVEIS.DAT), kept by CADASTRO_SERVICO_COBRAVEL and
      *keyed by SB-CODIGO. SB-PRECO is what a charge is posted at;
      *changing it never reprices a charge already on file.
      *SB-RESOLUCAO optionally ties the service to a resolution code
      *of RESOLUCOES.DAT (RESCOPY): a field visit concluded on an
      *occurrence closed with that code -- "erro do cliente" -- is
      *charged this service without anyone keying it. SB-ATIVO "N"
      *retires a service without orphaning the charges made under it.
       01 REG-SERVICO-COBRAVEL.
           05 SB-CODIGO PIC X(3).
           05 SB-DESCRICAO PIC X(30).
           05 SB-PRECO PIC 9(5)V99.
           05 SB-RESOLUCAO PIC X(3).
           05 SB-ATIVO PIC X(1).
           05 SB-OPERADOR PIC X(5).
           05 SB-DATA-CADASTRO PIC 9(8).
