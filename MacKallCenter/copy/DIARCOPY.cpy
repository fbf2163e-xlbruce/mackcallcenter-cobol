      *DIARCOPY - layout of REG-DIARIO, one row per business day the
      *accounting journal was run for (DIARIOS.DAT). DI-SITUACAO "F"
      *says the day closed balanced and DIARIO_CONTABIL.TXT went out
      *for it; "R" says it was refused -- debits and credits apart or
      *a movement with no account mapped -- and nothing was exported,
      *so the step fails until the mapping is put right.
       01 REG-DIARIO.
           05 DI-DATA PIC 9(8).
           05 DI-SITUACAO PIC X(1).
               88 DI-FECHADO VALUE "F".
               88 DI-RECUSADO VALUE "R".
           05 DI-QTDE-LANCAMENTOS PIC 9(5).
           05 DI-TOTAL-DEBITO PIC 9(11)V99.
           05 DI-TOTAL-CREDITO PIC 9(11)V99.
           05 DI-QTDE-SEM-CONTA PIC 9(3).
           05 DI-DATA-PROCESSAMENTO PIC 9(8).
           05 DI-HORA-PROCESSAMENTO PIC 9(6).
