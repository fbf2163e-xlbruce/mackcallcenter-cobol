               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-EXCLUSOES ASSIGN TO "D:\EXCLUSOES.DAT"
           MOVE WS-DD-MM-YYYY TO XP-DATA
           SET XP-PENDENTE TO TRUE
           MOVE SPACES TO XP-APROVADOR XP-MOTIVO-NEGACAO
           MOVE ZERO TO XP-DATA-DECISAO
           MOVE SPACES TO XP-HORA-DECISAO

      *a practice request must not land in the live approval queue
      *for a real supervisor to act on.
