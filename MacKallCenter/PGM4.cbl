               FILE STATUS IS ST-ATENDENTE.

           SELECT ARQ-OCORR ASSIGN TO "D:\OCORRENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT WORK-FILA ASSIGN TO "D:\WORKFILA.TMP".
       77 WS-TIME-BUSCA PIC X(5) VALUE SPACES.
       77 WS-QTD-MEMBROS PIC 99 VALUE ZERO.
       77 WS-IDX-MEMBRO PIC 99 VALUE ZERO.
       01 WS-MEMBROS-TAB.
           05 WS-MEMBRO-NOME PIC X(30) OCCURS 20 TIMES.
       01 W-DATE.
               ACCEPT PRESS-ENTER-FILA-LISTA
           END-IF.

      *the worklists no longer read the whole of OCORRENCIAS.DAT:
      *O-CHAVE-FILA (O-STAT + O-ATENDENTE) puts one attendant's open
      *occurrences side by side, so each attendant costs one START
      *and a read-forward that stops at the first record of anyone
      *else (or of a closed one).
       CARREGA-FILA-TIME.
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR = "00"
               PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1
                       UNTIL WS-IDX-MEMBRO > WS-QTD-MEMBROS
                   MOVE WS-MEMBRO-NOME (WS-IDX-MEMBRO)
                       TO WS-AT-NOME-BUSCA
                   PERFORM LE-FILA-ATENDENTE
               END-PERFORM
               CLOSE ARQ-OCORR
           END-IF.

       CARREGA-FILA.
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR = "00"
               PERFORM LE-FILA-ATENDENTE
               CLOSE ARQ-OCORR
           END-IF.

       LE-FILA-ATENDENTE.
           MOVE "N" TO WS-FIM-FILA
           MOVE ZERO TO O-STAT
           MOVE WS-AT-NOME-BUSCA TO O-ATENDENTE
           START ARQ-OCORR KEY IS = O-CHAVE-FILA
               INVALID KEY MOVE "S" TO WS-FIM-FILA
           END-START
           PERFORM UNTIL WS-FIM-FILA = "S"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-FILA
                   NOT AT END
                       IF O-STAT NOT = ZERO
                               OR O-ATENDENTE NOT = WS-AT-NOME-BUSCA
                           MOVE "S" TO WS-FIM-FILA
                       ELSE
                           IF O-ANDAMENTO NOT = 3
                               MOVE O-DATA-LIMITE-SLA
                                   TO F-DATA-LIMITE
                               MOVE O-CPF TO F-CPF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MONTA-FILA.
           MOVE "N" TO WS-FIM-FILA
