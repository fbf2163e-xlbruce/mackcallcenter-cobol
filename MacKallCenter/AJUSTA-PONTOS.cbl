               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-PONTOS-HIST ASSIGN TO "D:\PONTOSHIST.DAT"

       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.

       SCREEN SECTION.

                   MOVE "ERRO AO GRAVAR AJUSTE" TO MSG
               NOT INVALID KEY
                   MOVE "PONTOS AJUSTADOS COM SUCESSO" TO MSG
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-CLIENTE
           END-REWRITE

           CLOSE ARQ-CLIENTE
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *JOURNAL-CLIENTE hands the after-image of the client record just
      *rewritten to the forward-recovery journal (Grava_Journal,
      *JRNCOPY); the caller sets WS-JR-OPERACAO first.
       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
