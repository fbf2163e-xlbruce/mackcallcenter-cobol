      *COMCOPY - layout of REG-COMISSAO, the commission ledger in
      *COMISSOES.DAT written by COMISSAO_VENDAS. One row per sale
      *once it is paid: the client's own sale (CM-ITEM "*", from
      *CLIENTES.DAT) or a service signed on ASSINATURAS.DAT (CM-ITEM
      *is the AS-SERVICO). CM-DATA-VENDA is the day the sale was
      *made, so a service cancelled and signed again is a new sale.
      *The row carries what was paid and when; a clawback stamps the
      *row ESTORNADA with the competencia it was taken back in, and
      *a row whose 90-day window passed clean is closed DEFINITIVA,
      *so no run ever pays or takes back the same sale twice.
       01 REG-COMISSAO.
           05 CM-CHAVE.
               10 CM-CPF PIC 9(11).
               10 CM-ITEM PIC X(1).
               10 CM-DATA-VENDA PIC 9(8).
           05 CM-VENDEDOR PIC X(5).
           05 CM-CANAL PIC X(1).
           05 CM-PACOTE PIC X(1).
           05 CM-DATA-ATIVACAO PIC 9(8).
           05 CM-VALOR-BASE PIC 9(5)V99.
           05 CM-PERCENTUAL PIC 9(3)V99.
           05 CM-VALOR PIC 9(5)V99.
           05 CM-COMPETENCIA-PAGTO PIC 9(6).
           05 CM-SITUACAO PIC X(1).
               88 CM-PAGA VALUE "P".
               88 CM-ESTORNADA VALUE "E".
               88 CM-DEFINITIVA VALUE "D".
           05 CM-COMPETENCIA-ESTORNO PIC 9(6).
           05 CM-MOTIVO-ESTORNO PIC X(1).
               88 CM-POR-CANCELAMENTO VALUE "C".
               88 CM-POR-INADIMPLENCIA VALUE "I".
           05 CM-DATA-EVENTO PIC 9(8).
