           05 FILLER PIC X VALUE '/'.
           05 YYYY PIC X(4).

       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
                   MOVE "CREDITO NEGADO" TO MSG
               END-IF
               MOVE WS-OPERADOR-ID TO CRD-APROVADOR
               ACCEPT WS-HORA-ATUAL FROM TIME
               MOVE WS-DATE TO CRD-DATA-APROVACAO
               STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
                   DELIMITED BY SIZE INTO CRD-HORA-APROVACAO
               REWRITE REG-CREDITO
           ELSE
               MOVE "CREDITO NAO ENCONTRADO" TO MSG
