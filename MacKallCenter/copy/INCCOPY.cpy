      *INCCOPY - layout of REG-INCIDENTE, the mass-outage master kept
      *by CADASTRO_INCIDENTE in INCIDENTES.DAT. One row describes a
      *failure (or a planned maintenance) hitting a whole area, so
      *the hundred calls it brings in are linked to it (O-INCIDENTE
      *in OCOCOPY.cpy) instead of each being worked as a separate
      *problem. IN-NUMERO is year + a four-digit sequence restarting
      *every year, short enough to be read out over the phone.
      *The area is picked by IN-ABRANGENCIA: a CEP range (8 digits,
      *no hyphen, the way CLIENTES.DAT stores CEP), a BAIRRO inside
      *a CIDADE, or a whole DDD. A planned maintenance is born
      *PROGRAMADO and counts as active from its start date on; a
      *failure is born ATIVO; both end ENCERRADO, when the linked
      *occurrences are closed with IN-RESOLUCAO.
       01 REG-INCIDENTE.
           05 IN-NUMERO PIC 9(8).
           05 IN-TIPO PIC X(1).
               88 IN-FALHA VALUE "F".
               88 IN-MANUTENCAO VALUE "M".
           05 IN-ABRANGENCIA PIC X(1).
               88 IN-POR-CEP VALUE "C".
               88 IN-POR-BAIRRO VALUE "B".
               88 IN-POR-DDD VALUE "D".
           05 IN-CEP-INICIAL PIC X(8).
           05 IN-CEP-FINAL PIC X(8).
           05 IN-BAIRRO PIC X(20).
           05 IN-CIDADE PIC X(20).
           05 IN-DDD PIC 9(2).
           05 IN-DATA-INICIO PIC 9(8).
           05 IN-HORA-INICIO PIC 9(4).
           05 IN-DATA-PREVISAO PIC 9(8).
           05 IN-HORA-PREVISAO PIC 9(4).
           05 IN-STATUS PIC X(1).
               88 IN-ATIVO VALUE "A".
               88 IN-PROGRAMADO VALUE "P".
               88 IN-ENCERRADO VALUE "E".
           05 IN-DESCRICAO PIC X(60).
           05 IN-OPERADOR PIC X(5).
           05 IN-DATA-CADASTRO PIC 9(8).
      *IN-AVISO-PREVIO is "S" once the area was warned of a planned
      *maintenance ahead of time, so the notice is not sent twice.
           05 IN-AVISO-PREVIO PIC X(1).
           05 IN-RESOLUCAO PIC X(3).
           05 IN-DATA-ENCERRAMENTO PIC 9(8).
           05 IN-QTDE-ENCERRADAS PIC 9(5).
           05 IN-QTDE-CREDITOS PIC 9(5).
