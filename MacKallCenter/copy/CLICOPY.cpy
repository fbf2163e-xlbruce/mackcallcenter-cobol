      *CLICOPY - layout of REG-CLIENTE, shared by every program that
      *reads or writes CLIENTES.DAT, so a client record means the
      *same thing no matter which screen last touched it.
      *NOME is an alternate key WITH DUPLICATES on every indexed
      *SELECT of CLIENTES.DAT and is stored in capitals, so the name
      *search can START on a typed prefix. PGM11, PGM12 and
      *IMPORTA_CLIENTES upper-case it as they write; names on file
      *from before are converted by REORGANIZA_ARQUIVOS when it
      *rebuilds the file, so it must run once before the name search
      *can be relied on for them.
       01 REG-CLIENTE.
          05 CPF PIC 9(11).
          05 NOME PIC X(30).
      *keeps being the day of the sale. Spaces while still pending
      *and on records older than the pending workflow.
          05 DATA-ATIVACAO PIC X(10).
      *VENDEDOR/CANAL-VENDA are who made the sale (an OP-ID) and the
      *channel it came through (CNLCOPY), for the commission run.
      *DATA-SUSPENSAO is the day the dunning run last set
      *FLAG-SUSPENSO, which is what a clawback is measured against.
      *All three are spaces on records written before they existed,
      *and a client with no VENDEDOR earns no commission.
          05 VENDEDOR PIC X(5).
          05 CANAL-VENDA PIC X(1).
          05 DATA-SUSPENSAO PIC X(10).
      *NIVEL-SERVICO is the client's service tier, the first axis of
      *the SLA matrix (SLMCOPY): residential, premium or business.
      *Records written before the tier existed carry spaces here,
      *which Prazo_SLA reads as residential.
          05 NIVEL-SERVICO PIC X(1).
              88 NIVEL-RESIDENCIAL VALUE "R".
              88 NIVEL-PREMIUM VALUE "P".
              88 NIVEL-EMPRESARIAL VALUE "E".
