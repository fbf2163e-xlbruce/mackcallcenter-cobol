               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-ATENDENTES ASSIGN TO "D:\ATENDENTES.DAT"
