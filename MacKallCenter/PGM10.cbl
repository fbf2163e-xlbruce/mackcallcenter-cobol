               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-OCORR ASSIGN TO WS-OCORR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-OCORR-HIST ASSIGN TO "D:\OCORRHIST.DAT"
       77 ST-HIST PIC XX VALUE SPACES.
       77 ST-ATENDENTE PIC XX VALUE SPACES.
       77 ST-CRM-FEED PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       77 ESCOLHE PIC X VALUE SPACE.
       77 WS-STAT-CORRECAO PIC 9 VALUE ZERO.
       77 WS-ANDAMENTO-CORRECAO PIC 9 VALUE ZERO.
       77 WS-NOME-ORIGEM PIC X(30) VALUE SPACES.
       77 WS-CHAVE-ORIGEM PIC X(25) VALUE SPACES.
       01 WS-CHAVE-DESTINO.
           05 WS-CHAVE-DESTINO-CPF PIC X(11).
           05 WS-CHAVE-DESTINO-DATA PIC 9(8).
           05 WS-CHAVE-DESTINO-HORA PIC 9(4).
           05 WS-CHAVE-DESTINO-SEQ PIC 9(2).
       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
      *correct CPF, preserving O-DATA-OCORR/O-HORA-OCORR exactly as
      *they were. O-SEQ only moves if the destination CPF already has
      *an occurrence on that same date/time, the same tie-break
      *GRAVA-HISTORICO uses on a duplicate key. The journal gets the
      *delete under the old key and the write under the new one, in
      *that order, so a roll-forward re-files it the same way.
       MOVE-OCORRENCIA.
           MOVE O-CHAVE TO WS-CHAVE-ORIGEM
           DELETE ARQ-OCORR RECORD
           IF ST-OCORR = "00"
               MOVE "D" TO WS-JR-OPERACAO
               PERFORM JOURNAL-OCORRENCIA
           END-IF
           MOVE WS-CPF-DESTINO TO O-CPF
           MOVE WS-NOME-DESTINO TO O-NOME

                   INVALID KEY
                       ADD 1 TO O-SEQ
               END-WRITE
           END-PERFORM
           IF ST-OCORR = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-OCORRENCIA
           END-IF
           MOVE O-CHAVE TO WS-CHAVE-DESTINO.

      *PUBLICA-CRM-CORRECAO mirrors the correction into CRM_FEED.TXT
      *the same way INCLUI/ALTERA/EXCLUI publish their own events:
                   END-READ
                   IF FOUND-CPF = "S" AND H-CPF = WS-CPF-ORIGEM
                       DELETE ARQ-OCORR-HIST RECORD
                       IF ST-HIST = "00"
                           MOVE "D" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-OCORR-HIST
                       END-IF
                       MOVE WS-CPF-DESTINO TO H-CPF
                       PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
                           WRITE REG-OCORR-HIST
                                   ADD 1 TO H-SEQ
                           END-WRITE
                       END-PERFORM
                       IF ST-HIST = "00"
                           MOVE "W" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-OCORR-HIST
                       END-IF
                   ELSE
                       MOVE "N" TO FOUND-CPF
                   END-IF
           MOVE WS-STAT-CORRECAO TO H-STAT-ANTERIOR
           MOVE WS-ANDAMENTO-CORRECAO TO H-ANDAMENTO-ANTERIOR
           MOVE WS-ATENDENTE-CORRECAO TO H-ATENDENTE-NOVO
      *MOVE-HISTORICO has read through ARQ-OCORR since the move, so
      *the keys come from what MOVE-OCORRENCIA kept aside.
           MOVE WS-CHAVE-DESTINO-DATA TO H-OCORR-DATA
           MOVE WS-CHAVE-DESTINO-HORA TO H-OCORR-HORA
           MOVE WS-CHAVE-DESTINO-SEQ TO H-OCORR-SEQ
           SET H-CORRECAO-CPF TO TRUE
           MOVE WS-CHAVE-ORIGEM TO H-CHAVE-ORIGEM

           PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
               WRITE REG-OCORR-HIST
                   INVALID KEY
                       ADD 1 TO H-SEQ
               END-WRITE
           END-PERFORM
           IF ST-HIST = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-OCORR-HIST
           END-IF.

      *the JOURNAL- paragraphs hand the image of a master record just
      *written or deleted to the forward-recovery journal
      *(Grava_Journal, JRNCOPY); the caller sets WS-JR-OPERACAO
      *first.
       JOURNAL-OCORRENCIA.
           MOVE "OCORRENCIAS" TO WS-JR-ARQUIVO
           MOVE O-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORRENCIA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-OCORR-HIST.
           MOVE "OCORRHIST" TO WS-JR-ARQUIVO
           MOVE H-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORR-HIST TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
