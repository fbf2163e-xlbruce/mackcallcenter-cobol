      *FIDCOPY - layout of REG-FIDELIDADE, the loyalty contracts in
      *FIDELIDADE.DAT. One row per promotional sale, written by
      *Emite_Contrato_Fidelidade when INSERIR CLIENTE or ASSINATURAS
      *closes a sale under a promotion (PRMCOPY): the package and
      *price sold, the term from FI-DATA-INICIO to FI-DATA-FIM and
      *the early-termination fee rule copied from the promotion as
      *it stood that day, so a later change to the promotion never
      *rewrites a contract already signed. FI-SERVICO is the
      *package letter sold; the start date in the key lets the same
      *service be signed again under a new contract.
      *A contract is VIGENTE until the client leaves; CANCELA
      *CLIENTE stamps it RESCINDIDO with the day, the fee worked out
      *(zero once the term is served) and the competencia the fee
      *goes on the closing bill in, which is where EXTRATO_
      *FATURAMENTO picks it up.
       01 REG-FIDELIDADE.
           05 FI-CHAVE.
               10 FI-CPF PIC 9(11).
               10 FI-SERVICO PIC X(1).
               10 FI-DATA-INICIO PIC 9(8).
           05 FI-PROMOCAO PIC X(6).
           05 FI-PRECO PIC 9(5)V99.
           05 FI-PRAZO-MESES PIC 9(2).
           05 FI-DATA-FIM PIC 9(8).
           05 FI-REGRA-MULTA PIC X(1).
               88 FI-MULTA-INTEGRAL VALUE "I".
               88 FI-MULTA-PROPORCIONAL VALUE "P".
           05 FI-VALOR-MULTA PIC 9(5)V99.
           05 FI-VENDEDOR PIC X(5).
           05 FI-CANAL PIC X(1).
           05 FI-SITUACAO PIC X(1).
               88 FI-VIGENTE VALUE "V".
               88 FI-RESCINDIDO VALUE "R".
           05 FI-DATA-RESCISAO PIC 9(8).
           05 FI-MULTA-COBRADA PIC 9(5)V99.
           05 FI-COMPETENCIA-MULTA PIC 9(6).
