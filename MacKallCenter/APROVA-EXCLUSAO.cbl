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
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 ST-CRM-FEED PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-EXC PIC X VALUE "N".
                   END-PERFORM
                   SET XP-NEGADA TO TRUE
                   MOVE WS-OPERADOR-ID TO XP-APROVADOR
                   PERFORM CARIMBA-DECISAO
                   MOVE WS-MOTIVO-NEGACAO TO XP-MOTIVO-NEGACAO
                   REWRITE REG-EXCLUSAO-PEND
                   MOVE "EXCLUSAO NEGADA - OCORRENCIA MANTIDA"
               MOVE "OCORRENCIA NAO EXISTE MAIS" TO MSG
               SET XP-NEGADA TO TRUE
               MOVE WS-OPERADOR-ID TO XP-APROVADOR
               PERFORM CARIMBA-DECISAO
               MOVE "OCORRENCIA NAO LOCALIZADA" TO XP-MOTIVO-NEGACAO
               REWRITE REG-EXCLUSAO-PEND
           ELSE
               PERFORM GRAVA-HISTORICO
               PERFORM PUBLICA-CRM-FEED
               DELETE ARQ-OCORR RECORD
               IF ST-OCORR = "00"
                   MOVE "D" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-OCORRENCIA
               END-IF
               SET XP-APROVADA TO TRUE
               MOVE WS-OPERADOR-ID TO XP-APROVADOR
               PERFORM CARIMBA-DECISAO
               REWRITE REG-EXCLUSAO-PEND
               MOVE "OCORRENCIA EXCLUIDA" TO MSG
           END-IF
           CLOSE ARQ-OCORR.

      *the moment of the decision, for the segregation-of-duties
      *report to hold against the supervisor's shift in ESCALA.DAT.
       CARIMBA-DECISAO.
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-DATE TO XP-DATA-DECISAO
           STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
               DELIMITED BY SIZE INTO XP-HORA-DECISAO.

       GRAVA-HISTORICO.
           ACCEPT WS-HORA-ATUAL FROM TIME

      *supervisor signed on here -- since a deletion has no "new"
      *attendant of its own to put there.
           MOVE WS-OPERADOR-NOME TO H-ATENDENTE-NOVO
           MOVE O-DATA-OCORR TO H-OCORR-DATA
           MOVE O-HORA-OCORR TO H-OCORR-HORA
           MOVE O-SEQ TO H-OCORR-SEQ
           SET H-EXCLUSAO TO TRUE
           MOVE SPACES TO H-CHAVE-ORIGEM

           PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
               WRITE REG-OCORR-HIST
                       ADD 1 TO H-SEQ
               END-WRITE
           END-PERFORM
           IF ST-HIST = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-OCORR-HIST
           END-IF
           CLOSE ARQ-OCORR-HIST.

       PUBLICA-CRM-FEED.
           END-IF
           WRITE REG-CRM-FEED
           CLOSE ARQ-CRM-FEED.

      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written, rewritten or deleted to the
      *forward-recovery journal (Grava_Journal, JRNCOPY); the
      *caller sets WS-JR-OPERACAO first.
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
