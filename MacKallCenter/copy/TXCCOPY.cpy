      *TXCCOPY - layout of REG-TAXA-COMISSAO, the commission rate
      *master kept by CADASTRO_COMISSAO in TAXASCOMISSAO.DAT. One
      *rate per package (PAC-CODIGO) and sales channel (CNLCOPY),
      *as a percentage of the package's monthly PAC-PRECO on the
      *day the commission is paid. A package/channel pair with no
      *row earns no commission and shows on the run's exceptions.
       01 REG-TAXA-COMISSAO.
           05 TC-CHAVE.
               10 TC-PACOTE PIC X(1).
               10 TC-CANAL PIC X(1).
           05 TC-PERCENTUAL PIC 9(3)V99.
           05 TC-OPERADOR PIC X(5).
           05 TC-DATA-ALTERACAO PIC 9(8).
