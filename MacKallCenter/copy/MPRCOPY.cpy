      *MPRCOPY - decode table for PS-MOTIVO-PERDA on REG-PROSPECTO,
      *the reason a lead was given up, so the worklist that closes
      *the lead and the funnel report that counts the losses read
      *the same letters with the same meaning.
       01 TABELA-MOTIVO-PERDA-DADOS.
           05 FILLER PIC X(16) VALUE "PPRECO          ".
           05 FILLER PIC X(16) VALUE "CSEM COBERTURA  ".
           05 FILLER PIC X(16) VALUE "OCONCORRENTE    ".
           05 FILLER PIC X(16) VALUE "DDESISTIU       ".
           05 FILLER PIC X(16) VALUE "SSEM RETORNO    ".
       01 TABELA-MOTIVO-PERDA REDEFINES TABELA-MOTIVO-PERDA-DADOS.
           05 MOTIVO-PERDA-ITEM OCCURS 5 TIMES INDEXED BY IDX-MPR.
               10 MPR-COD PIC X(1).
               10 MPR-DESC PIC X(15).
