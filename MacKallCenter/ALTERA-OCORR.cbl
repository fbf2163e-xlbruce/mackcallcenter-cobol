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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF OF REG-CLIENTE
               ALTERNATE RECORD KEY IS NOME OF REG-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-PONTOS-HIST ASSIGN TO "D:\PONTOSHIST.DAT"

       77 ST-AGENDA PIC XX VALUE SPACES.
       77 ST-NOTA PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 ST-RESOLUCAO-ARQ PIC XX VALUE SPACES.
       77 FOUND-RESOLUCAO PIC X VALUE "N".
       77 WS-RESOLUCAO PIC X(3) VALUE SPACES.
           MOVE WS-OLD-STAT TO H-STAT-ANTERIOR
           MOVE WS-OLD-ANDAMENTO TO H-ANDAMENTO-ANTERIOR
           MOVE ATENDENTE TO H-ATENDENTE-NOVO
           MOVE O-DATA-OCORR TO H-OCORR-DATA
           MOVE O-HORA-OCORR TO H-OCORR-HORA
           MOVE O-SEQ TO H-OCORR-SEQ
           SET H-ALTERACAO TO TRUE
           MOVE SPACES TO H-CHAVE-ORIGEM

      *the audit trail stays clean of practice edits too.
           IF WS-TREINO NOT = "S"
                           ADD 1 TO H-SEQ
                   END-WRITE
               END-PERFORM
               IF ST-HIST = "00"
                   MOVE "W" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-OCORR-HIST
               END-IF
           END-IF

           MOVE DESCRICAO TO O-DESCRICAO
                   MOVE "ERRO AO GRAVAR ALTERACAO" TO MSG
               NOT INVALID KEY
                   MOVE "OCORRENCIA SALVA" TO MSG
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-OCORRENCIA
           END-REWRITE

           IF WS-OLD-ANDAMENTO NOT = 3 AND ANDAMENTO = 3
               MOVE WS-OPERADOR-ID TO CRD-OPERADOR
               MOVE SPACES TO CRD-APROVADOR
               MOVE WS-DD-MM-YYYY TO CRD-DATA
               MOVE ZERO TO CRD-DATA-CONSUMO CRD-VALOR-CONSUMIDO
               MOVE ZERO TO CRD-DATA-APROVACAO
               MOVE SPACES TO CRD-HORA-APROVACAO

               OPEN I-O ARQ-CREDITOS
               IF ST-CREDITO = "35"
                           ADD 1 TO NT-SEQ
                   END-WRITE
               END-PERFORM
               IF ST-NOTA = "00"
                   MOVE "W" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-NOTA
               END-IF
               CLOSE ARQ-NOTAS
           END-IF.

           IF ST-AGENDA = "35"
               OPEN OUTPUT ARQ-AGENDA
           END-IF
           MOVE "W" TO WS-JR-OPERACAO
           WRITE REG-AGENDA
               INVALID KEY
                   MOVE "R" TO WS-JR-OPERACAO
                   REWRITE REG-AGENDA
           END-WRITE
           IF ST-AGENDA = "00"
               PERFORM JOURNAL-AGENDA
           END-IF
           CLOSE ARQ-AGENDA.

       PUBLICA-CRM-FEED.
                   MOVE "OCORRENCIA CONCLUIDA" TO P-MOTIVO

                   REWRITE REG-CLIENTE
                   IF ST-CLIENTE = "00"
                       MOVE "R" TO WS-JR-OPERACAO
                       PERFORM JOURNAL-CLIENTE
                   END-IF

                   OPEN I-O ARQ-PONTOS-HIST
                   PERFORM WITH TEST AFTER
                   MOVE AN-DESC (IDX-ANDAMENTO) TO WS-ANDAMENTO-DESC
               END-IF
           END-PERFORM.

      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written, rewritten or deleted to the
      *forward-recovery journal (Grava_Journal, JRNCOPY); the
      *caller sets WS-JR-OPERACAO first.
       JOURNAL-OCORR-HIST.
           MOVE "OCORRHIST" TO WS-JR-ARQUIVO
           MOVE H-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORR-HIST TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-OCORRENCIA.
           MOVE "OCORRENCIAS" TO WS-JR-ARQUIVO
           MOVE O-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORRENCIA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-NOTA.
           MOVE "NOTAS" TO WS-JR-ARQUIVO
           MOVE NT-CHAVE TO WS-JR-CHAVE
           MOVE REG-NOTA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-AGENDA.
           MOVE "AGENDA" TO WS-JR-ARQUIVO
           MOVE AG-CHAVE TO WS-JR-CHAVE
           MOVE REG-AGENDA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF OF REG-CLIENTE TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
