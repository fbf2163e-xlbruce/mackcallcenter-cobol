      *DQTCOPY - layout of REG-DECLARACAO-QUIT, the ledger of annual
      *debt-discharge statements (declaracao anual de quitacao de
      *debitos) on DECLARACOES_QUITACAO.DAT. DECLARACAO_QUITACAO
      *writes one row per CPF and base year when every competencia of
      *that year invoiced to the client is settled, and prints the
      *statement from it; CONSULTAS reprints a copy from the same row
      *through Emite_Declaracao_Quitacao, so a reissue says exactly
      *what the original said. DQ-NOME, DQ-TIPO-PESSOA and DQ-CNPJ
      *are the client as registered on the day of issue. The months
      *covered sit in DQ-MES, in competencia order, with the amount
      *invoiced for each. DQ-QTDE-VIAS counts the copies reprinted
      *after the original, the last one by DQ-OPERADOR-VIA on
      *DQ-DATA-ULTIMA-VIA (aaaammdd, as is DQ-DATA-EMISSAO).
       01 REG-DECLARACAO-QUIT.
           05 DQ-CHAVE.
               10 DQ-CPF PIC 9(11).
               10 DQ-ANO-BASE PIC 9(4).
           05 DQ-DATA-EMISSAO PIC 9(8).
           05 DQ-NOME PIC X(30).
           05 DQ-TIPO-PESSOA PIC X(1).
           05 DQ-CNPJ PIC 9(14).
           05 DQ-QTDE-MESES PIC 9(2).
           05 DQ-MES OCCURS 12 TIMES.
               10 DQ-COMPETENCIA PIC 9(6).
               10 DQ-VALOR PIC 9(7)V99.
           05 DQ-VALOR-TOTAL PIC 9(9)V99.
           05 DQ-QTDE-VIAS PIC 9(2).
           05 DQ-DATA-ULTIMA-VIA PIC 9(8).
           05 DQ-OPERADOR-VIA PIC X(5).
