      *SCHCOPY - layout of REG-SCORE-CHURN, the churn-risk score
      *RISCO_EVASAO rebuilds every night, one record per CPF that
      *scored anything (a CPF missing here has no warning sign on
      *file). SC-SINAL is the slot of PCHCOPY's PC-SINAL that
      *contributed the most points and SC-MOTIVO its description,
      *so the screens can say why without knowing the weights;
      *SC-PONTOS-SINAL keeps the points of every slot for whoever
      *needs the breakdown.
       01 REG-SCORE-CHURN.
           05 SC-CPF PIC 9(11).
           05 SC-PONTOS PIC 9(3).
           05 SC-SINAL PIC 9(1).
           05 SC-MOTIVO PIC X(30).
           05 SC-ALTO-RISCO PIC X(1).
               88 SC-RISCO-ALTO VALUE "S".
           05 SC-PONTOS-SINAL PIC 9(3) OCCURS 6 TIMES.
           05 SC-DATA-CALCULO PIC 9(8).
