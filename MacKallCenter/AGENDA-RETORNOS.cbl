           COPY OPERSESSCOPY.

       77 ST-AGENDA PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-AGENDA PIC X VALUE "N".
               IF WS-ACAO = "C"
                   SET AG-CONCLUIDO TO TRUE
                   REWRITE REG-AGENDA
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR O RETORNO" TO MSG
                       NOT INVALID KEY
                           MOVE "R" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-AGENDA
                           MOVE "RETORNO MARCADO COMO CONCLUIDO" TO MSG
                   END-REWRITE
               ELSE
                   MOVE ZERO TO WS-AG-DIA WS-AG-MES WS-AG-ANO
                   PERFORM WITH TEST AFTER UNTIL
                   MOVE WS-OPERADOR-ID TO AG-OPERADOR
                   SET AG-PENDENTE TO TRUE
                   REWRITE REG-AGENDA
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR O RETORNO" TO MSG
                       NOT INVALID KEY
                           MOVE "R" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-AGENDA
                           MOVE "RETORNO REMARCADO" TO MSG
                   END-REWRITE
               END-IF
           ELSE
               MOVE "RETORNO NAO ENCONTRADO NA AGENDA" TO MSG

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER.

      *JOURNAL-AGENDA hands the after-image of the callback just
      *rewritten to the forward-recovery journal (Grava_Journal,
      *JRNCOPY); the caller sets WS-JR-OPERACAO first.
       JOURNAL-AGENDA.
           MOVE "AGENDA" TO WS-JR-ARQUIVO
           MOVE AG-CHAVE TO WS-JR-CHAVE
           MOVE REG-AGENDA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
