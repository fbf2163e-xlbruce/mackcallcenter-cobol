               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-AGENDA ASSIGN TO "D:\AGENDA.DAT"
           05 HOJE-MES PIC 99.
           05 HOJE-DIA PIC 99.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       01 LINHA.
           05 FILLER VALUE "   ".
      *occurrences carry the atendente's NAME, so the session totals
      *count what happened today under the signed-on operator's name
      *-- the same name ABRE_TURNO and the worklists already group by.
      *both counts position on an alternate key instead of reading
      *the whole file: opened today off O-DATA-OCORR, closed today
      *off the operator's closed end (O-STAT 1) of O-CHAVE-FILA.
       TOTALIZA-OCORRENCIAS.
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR = "00"
               MOVE "S" TO FOUND-REG
               MOVE WS-HOJE-DATA8 TO O-DATA-OCORR
               START ARQ-OCORR KEY IS = O-DATA-OCORR
                   INVALID KEY MOVE "N" TO FOUND-REG
               END-START
               PERFORM WITH TEST BEFORE UNTIL FOUND-REG = "N"
                   READ ARQ-OCORR NEXT RECORD
                       AT END MOVE "N" TO FOUND-REG
                   END-READ
                   IF FOUND-REG = "S"
                       IF O-ANO-OCORR NOT = HOJE-ANO
                               OR O-MES-OCORR NOT = HOJE-MES
                               OR O-DIA-OCORR NOT = HOJE-DIA
                           MOVE "N" TO FOUND-REG
                       ELSE
                           IF O-ATENDENTE = WS-OPERADOR-NOME
                               ADD 1 TO WS-ABERTAS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE "S" TO FOUND-REG
               MOVE 1 TO O-STAT
               MOVE WS-OPERADOR-NOME TO O-ATENDENTE
               START ARQ-OCORR KEY IS = O-CHAVE-FILA
                   INVALID KEY MOVE "N" TO FOUND-REG
               END-START
               PERFORM WITH TEST BEFORE UNTIL FOUND-REG = "N"
                   READ ARQ-OCORR NEXT RECORD
                       AT END MOVE "N" TO FOUND-REG
                   END-READ
                   IF FOUND-REG = "S"
                       IF O-STAT NOT = 1
                               OR O-ATENDENTE NOT = WS-OPERADOR-NOME
                           MOVE "N" TO FOUND-REG
                       ELSE
                           IF O-DATA-FECHAMENTO = WS-HOJE-DATA8
                               ADD 1 TO WS-FECHADAS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           MOVE WS-RETORNOS-PENDENTES TO TU-RETORNOS-PENDENTES
           MOVE WS-SUP-ID TO TU-SUPERVISOR
           SET TU-TURNO-ASSINADO TO TRUE
           ACCEPT WS-HORA-ATUAL FROM TIME
           STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
               DELIMITED BY SIZE INTO TU-HORA-ASSINATURA

           OPEN I-O ARQ-TURNOS
           IF ST-TURNO = "35"
