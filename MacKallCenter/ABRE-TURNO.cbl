               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

       DATA DIVISION.
               DISPLAY TELA-TREINO
           END-IF

      *today's occurrences come straight off the O-DATA-OCORR index
      *and the backlog off the open end (O-STAT 0) of O-CHAVE-FILA,
      *instead of reading the whole file for both.
           OPEN INPUT ARQ-OCORR

           MOVE "S" TO FOUND-CPF
           MOVE WS-HOJE TO O-DATA-OCORR
           START ARQ-OCORR KEY IS = O-DATA-OCORR
               INVALID KEY MOVE "N" TO FOUND-CPF
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-CPF = "N"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "N" TO FOUND-CPF
               END-READ

               IF FOUND-CPF = "S"
                   IF O-DATA-OCORR NOT = WS-HOJE
                       MOVE "N" TO FOUND-CPF
                   ELSE
                       PERFORM AVALIA-OCORRENCIA
                   END-IF
               END-IF
           END-PERFORM

           MOVE "S" TO FOUND-CPF
           MOVE ZERO TO O-STAT
           MOVE LOW-VALUES TO O-ATENDENTE
           START ARQ-OCORR KEY IS >= O-CHAVE-FILA
               INVALID KEY MOVE "N" TO FOUND-CPF
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-CPF = "N"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "N" TO FOUND-CPF
               END-READ

               IF FOUND-CPF = "S"
                   IF O-STAT NOT = 0
                       MOVE "N" TO FOUND-CPF
                   ELSE
                       IF O-DATA-OCORR < WS-HOJE
                           ADD 1 TO WS-TOTAL-ABERTAS-ANTERIORES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CALL "PGM2".

       AVALIA-OCORRENCIA.
           ADD 1 TO WS-TOTAL-HOJE
           COMPUTE WS-OCORR-HHMM = O-HH-OCORR * 100 + O-MIN-OCORR
           PERFORM TALLY-ANDAMENTO

           IF ACHOU-ALGUMA = "N" OR WS-OCORR-HHMM < P-HHMM
               MOVE "S" TO ACHOU-ALGUMA
               MOVE O-CPF TO P-CPF
               MOVE O-NOME TO P-NOME
               MOVE O-ATENDENTE TO P-ATENDENTE
               MOVE O-STAT TO P-STAT
               MOVE O-ANDAMENTO TO P-ANDAMENTO
               MOVE WS-OCORR-HHMM TO P-HHMM
           END-IF.

       TALLY-ANDAMENTO.
