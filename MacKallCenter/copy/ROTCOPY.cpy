      *ROTCOPY - layout of REG-ROTEIRO, one step of the guided
      *troubleshooting script for an occurrence category, maintained
      *by CADASTRO_ROTEIRO and walked by INCLUI_OCORR once the
      *category is chosen. Keyed by the CAT-CODIGO (CATCOPY.cpy) plus
      *the step number; every script starts at step 01. RT-PERGUNTA
      *is what the attendant asks the caller, and RT-DESFECHO (1) and
      *(2) say where a "sim" and a "nao" answer lead: on to another
      *step (P, with RT-PASSO-DESTINO), resolved on the phone (R,
      *with the RES-CODIGO from RESCOPY.cpy that closes the ticket),
      *or out to a field visit (V).
       01 REG-ROTEIRO.
           05 RT-CHAVE.
               10 RT-CATEGORIA PIC X(3).
               10 RT-PASSO PIC 9(2).
           05 RT-PERGUNTA PIC X(60).
           05 RT-DESFECHO OCCURS 2 TIMES.
               10 RT-ACAO PIC X(1).
                   88 RT-PROXIMO-PASSO VALUE "P".
                   88 RT-RESOLVE VALUE "R".
                   88 RT-VISITA VALUE "V".
               10 RT-PASSO-DESTINO PIC 9(2).
               10 RT-RESOLUCAO PIC X(3).
