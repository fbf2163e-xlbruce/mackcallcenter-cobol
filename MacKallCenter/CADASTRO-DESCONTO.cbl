           05 DIA PIC 99.
           05 MES PIC 99.
           05 ANO PIC 9999.
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       SCREEN SECTION.
       01 TELA-TREINO.

           ACCEPT S-DS-MOTIVO
           MOVE WS-OPERADOR-ID TO DS-OPERADOR
           ACCEPT DS-DATA-CONCESSAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
               DELIMITED BY SIZE INTO DS-HORA-CONCESSAO

           OPEN I-O ARQ-DESCONTOS
           IF ST-DESCONTO = "35"
