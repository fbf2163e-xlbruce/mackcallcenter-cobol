      *CTBCOPY - layout of REG-MAPA-CONTABIL, the account-mapping
      *master (MAPACONTABIL.DAT) kept by CADASTRO_CONTABIL. One row
      *per kind of money movement DIARIO_CONTABIL journals, saying
      *which ledger account is debited and which is credited:
      *  RECE mensalidade faturada EQUI equipamento nao devolvido
      *  DESC desconto concedido   CRED credito de interrupcao
      *  ICMS / FUST / FUNT tributos inclusos na fatura
      *  RECB recebimento bancario SUSP pagamento parado em suspenso
      *  ALOC suspenso alocado     DEVL suspenso liberado p/ devolucao
      *  MULT multa de fidelidade  SERV servico avulso cobrado
      *MC-DETALHE splits an event further where the journal does --
      *the package letter for RECE, with "*" as the row for every
      *package without one of its own -- and is blank otherwise.
       01 REG-MAPA-CONTABIL.
           05 MC-CHAVE.
               10 MC-EVENTO PIC X(4).
               10 MC-DETALHE PIC X(1).
           05 MC-CONTA-DEBITO PIC X(20).
           05 MC-CONTA-CREDITO PIC X(20).
           05 MC-HISTORICO PIC X(30).
           05 MC-OPERADOR PIC X(5).
           05 MC-DATA-CADASTRO PIC 9(8).
