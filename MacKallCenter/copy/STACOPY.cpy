
      *TABELA-PRIORIDADE - decode table for O-PRIORIDADE, pairing each
      *code with the description shown on screen and the SLA deadline
      *(in business days) Prazo_SLA falls back on when the SLA matrix
      *(SLMCOPY) has no row for the tier, category and priority.
       01 TABELA-PRIORIDADE-DADOS.
           05 FILLER PIC X(17) VALUE "1ALTA         001".
           05 FILLER PIC X(17) VALUE "2MEDIA        003".
               10 PR-COD PIC 9.
               10 PR-DESC PIC X(13).
               10 PR-DIAS-SLA PIC 9(3).

      *TABELA-NIVEL-SERVICO - decode table for NIVEL-SERVICO (CLICOPY)
      *and O-NIVEL-SLA, in the order the per-tier SLA figures are
      *printed. Anything else (spaces on older records) is reported
      *apart as NAO INFORMADO.
       01 TABELA-NIVEL-SERVICO-DADOS.
           05 FILLER PIC X(14) VALUE "RRESIDENCIAL  ".
           05 FILLER PIC X(14) VALUE "PPREMIUM      ".
           05 FILLER PIC X(14) VALUE "EEMPRESARIAL  ".
       01 TABELA-NIVEL-SERVICO REDEFINES TABELA-NIVEL-SERVICO-DADOS.
           05 NIVEL-SERVICO-ITEM OCCURS 3 TIMES INDEXED BY IDX-NIVEL.
               10 NS-COD PIC X(1).
               10 NS-DESC PIC X(13).
