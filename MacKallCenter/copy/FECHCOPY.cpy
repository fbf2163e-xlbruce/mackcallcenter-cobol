      *retention run keeps moving occurrences out of OCORRENCIAS.DAT
      *-- so FECHAMENTO_MENSAL freezes each month's key numbers into
      *rows keyed by competencia + breakdown: FM-TIPO "G" is the
      *month's single overall row, "A" one row per atendente, "P" one
      *per priority and "N" one per client service tier (O-NIVEL-SLA,
      *"NAO INFORMADO" for occurrences stamped before tiers), with
      *FM-DETALHE naming the atendente, priority or tier.
      *RELATORIO_FECHAMENTO prints any past month from
      *these rows instead of recounting the live files.
       01 REG-FECHAMENTO.
           05 FM-CHAVE.
                   88 FM-GERAL VALUE "G".
                   88 FM-POR-ATENDENTE VALUE "A".
                   88 FM-POR-PRIORIDADE VALUE "P".
                   88 FM-POR-NIVEL VALUE "N".
               10 FM-DETALHE PIC X(30).
           05 FM-ABERTAS PIC 9(5).
           05 FM-FECHADAS PIC 9(5).
