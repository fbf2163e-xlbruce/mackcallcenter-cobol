      *PCHPADCOPY - the weights RISCO_EVASAO scores under until the
      *retention team saves its own through CADASTRO_PESOS_CHURN,
      *laid out exactly as REG-PESOS-CHURN (PCHCOPY.cpy) so a group
      *MOVE loads them: peso/teto per signal 1-6, then a 90 day
      *window, low survey note up to 2, one point-step every 15 days
      *late, high risk from 50 points and a list of 50 clients.
       01 PESOS-CHURN-PADRAO.
           05 FILLER PIC X(5) VALUE "CHURN".
           05 FILLER PIC X(36) VALUE
               "010030015030020040010040015015020020".
           05 FILLER PIC X(13) VALUE "0902015050050".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC 9(8) VALUE ZERO.
