      *FRDCOPY - layout of REG-FRAUDE, one line per subscription-fraud
      *event appended to FRAUDE_ASSINATURA.TXT by Verifica_Fraude. A
      *new sale whose CEP + ENDERECO + COMPLEMENTO, or whose phone,
      *matches a client cancelled or suspended with an open balance
      *on DEVEDORES.DAT is written as a hit (FR-OCORRENCIA); when a
      *supervisor releases the sale anyway a second line records the
      *release (FR-LIBERACAO) with the reason given. FR-OPERADOR is
      *whoever was signed on: the attendant on a hit, the supervisor
      *who gave the visto on a release. FR-CRITERIO says what
      *matched. FR-ORIGEM is the program that caught it (PGM11 on
      *the sales screen, PGM317 for IMPORTA_CLIENTES). FR-TREINO is
      *"S" for practice sales, which RELATORIO_FRAUDE leaves out.
       01 REG-FRAUDE.
           05 FR-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 FR-HORA PIC 9(6).
           05 FILLER PIC X(1).
           05 FR-TIPO PIC X(1).
               88 FR-OCORRENCIA VALUE "H".
               88 FR-LIBERACAO VALUE "L".
           05 FILLER PIC X(1).
           05 FR-ORIGEM PIC X(6).
           05 FILLER PIC X(1).
           05 FR-CPF-NOVO PIC 9(11).
           05 FILLER PIC X(1).
           05 FR-CPF-DEVEDOR PIC 9(11).
           05 FILLER PIC X(1).
           05 FR-CRITERIO PIC X(1).
               88 FR-POR-ENDERECO VALUE "E".
               88 FR-POR-TELEFONE VALUE "T".
           05 FILLER PIC X(1).
           05 FR-VALOR-ABERTO PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FR-OPERADOR PIC X(5).
           05 FILLER PIC X(1).
           05 FR-MOTIVO PIC X(40).
           05 FILLER PIC X(1).
           05 FR-TREINO PIC X(1).
