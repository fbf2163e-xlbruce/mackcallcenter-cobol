               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-ATENDENTES ASSIGN TO "D:\ATENDENTES.DAT"
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-ATENDENTE PIC XX VALUE SPACES.
       77 ST-NOTIF PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 WS-CONSENT-RETORNO PIC 9 VALUE 1.
       77 WS-TREINO PIC X VALUE "N".
       77 RESP PIC X VALUE SPACE.
       77 FOUND-CPF PIC X VALUE SPACE.
                   MOVE "ERRO AO REATIVAR CLIENTE" TO MSG
               NOT INVALID KEY
                   MOVE "CLIENTE REATIVADO COM SUCESSO" TO MSG
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-CLIENTE
                   PERFORM NOTIFICA-CLIENTE
           END-REWRITE

           MOVE ZERO TO NF-PROTOCOLO
           MOVE W-DATE-BARRAS TO NF-DATA-EVENTO

      *a marketing template never reaches a customer who opted out
      *of its channel; service messages always pass.
           CALL "Verifica_Consentimento" USING NF-CPF NF-MODELO
               WS-CONSENT-RETORNO
           IF WS-CONSENT-RETORNO NOT = 1
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARQ-NOTIFICACOES
           IF ST-NOTIF = "35"
               OPEN OUTPUT ARQ-NOTIFICACOES
           END-IF
           WRITE REG-NOTIFICACAO
           CLOSE ARQ-NOTIFICACOES.

      *JOURNAL-CLIENTE hands the after-image of the client record just
      *rewritten to the forward-recovery journal (Grava_Journal,
      *JRNCOPY); the caller sets WS-JR-OPERACAO first.
       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
