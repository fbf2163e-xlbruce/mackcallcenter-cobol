      *SLMCOPY - layout of REG-SLA-MATRIZ, the SLA matrix kept in
      *SLA_MATRIZ.DAT and maintained by supervisors on MATRIZ_SLA.
      *One row gives the deadline for a client tier (NIVEL-SERVICO),
      *an occurrence category (O-CATEGORIA) and a priority, from
      *SM-VIGENCIA on: SM-PRAZO business days (SM-UNIDADE "D", the
      *FERIADOS.DAT calendar of Calendario_Util) or clock hours ("H",
      *counted round the clock from the opening time). A row with
      *SM-CATEGORIA spaces covers every category of that tier and
      *priority that has no row of its own. Prazo_SLA picks the row
      *with the latest SM-VIGENCIA not after the opening date, so a
      *new rate is keyed with a new vigencia instead of overwriting
      *the one older occurrences were stamped under.
       01 REG-SLA-MATRIZ.
           05 SM-CHAVE.
               10 SM-NIVEL PIC X(1).
               10 SM-CATEGORIA PIC X(3).
               10 SM-PRIORIDADE PIC 9.
               10 SM-VIGENCIA PIC 9(8).
           05 SM-UNIDADE PIC X(1).
               88 SM-DIAS-UTEIS VALUE "D".
               88 SM-HORAS VALUE "H".
           05 SM-PRAZO PIC 9(3).
           05 SM-OPERADOR PIC X(5).
           05 SM-DATA-ALTERACAO PIC 9(8).
