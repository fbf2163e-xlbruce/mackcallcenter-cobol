               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

       DATA DIVISION.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-CONTATO PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 5.
       77 W-BRANCO-MENU PIC X(39) VALUE SPACES.
       77 FOUND-CPF PIC X VALUE "N".
       77 FOUND-CONTATO PIC X VALUE "N".
       77 WS-PREFERIDO PIC X VALUE "N".
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ORIGEM-CONSENT PIC X VALUE "C".
       77 WS-REL-TELA PIC X(20) VALUE SPACES.
       77 WS-CPF-NIVEL PIC X(11) VALUE SPACES.
       77 WS-NIVEL-DADOS PIC X VALUE "M".
       77 WS-TIPO-DADO PIC X VALUE "T".
       77 WS-DADO-MASCARA PIC X(45) VALUE SPACES.

       01 WS-LISTA-TAB.
           05 WS-LISTA OCCURS 8 TIMES.
               10 WS-LST-FONE PIC X(13).
               10 WS-LST-EMAIL PIC X(30).
               10 WS-LST-PREF PIC X(1).
               10 WS-LST-SMS PIC X(5).

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
               VALUE "    ====================================".
           05 LINE 01 COLUMN 41
           05 LINE 11 COLUMN 01
               VALUE "                   3. LISTAR CONTATOS".
           05 LINE 12 COLUMN 01
               VALUE "                   4. CONSENTIMENTO DE MARKETING".
           05 LINE 13 COLUMN 01
               VALUE "                   5. VOLTAR".
           05 LINE 16 COLUMN 01
               VALUE "    ====================================".
           05 LINE 16 COLUMN 41
           05 LINE 06 COLUMN 05 VALUE "SEQ T TELEFONE".
           05 LINE 06 COLUMN 25 VALUE "E-MAIL".
           05 LINE 06 COLUMN 57 VALUE "PREF".
           05 LINE 06 COLUMN 63 VALUE "SMS".
           05 LINE 07 COLUMN 05 FROM WS-LST-SEQ (1).
           05 LINE 07 COLUMN 09 FROM WS-LST-TIPO (1).
           05 LINE 07 COLUMN 11 FROM WS-LST-FONE (1).
           05 LINE 07 COLUMN 25 FROM WS-LST-EMAIL (1).
           05 LINE 07 COLUMN 58 FROM WS-LST-PREF (1).
           05 LINE 07 COLUMN 63 FROM WS-LST-SMS (1).
           05 LINE 08 COLUMN 05 FROM WS-LST-SEQ (2).
           05 LINE 08 COLUMN 09 FROM WS-LST-TIPO (2).
           05 LINE 08 COLUMN 11 FROM WS-LST-FONE (2).
           05 LINE 08 COLUMN 25 FROM WS-LST-EMAIL (2).
           05 LINE 08 COLUMN 58 FROM WS-LST-PREF (2).
           05 LINE 08 COLUMN 63 FROM WS-LST-SMS (2).
           05 LINE 09 COLUMN 05 FROM WS-LST-SEQ (3).
           05 LINE 09 COLUMN 09 FROM WS-LST-TIPO (3).
           05 LINE 09 COLUMN 11 FROM WS-LST-FONE (3).
           05 LINE 09 COLUMN 25 FROM WS-LST-EMAIL (3).
           05 LINE 09 COLUMN 58 FROM WS-LST-PREF (3).
           05 LINE 09 COLUMN 63 FROM WS-LST-SMS (3).
           05 LINE 10 COLUMN 05 FROM WS-LST-SEQ (4).
           05 LINE 10 COLUMN 09 FROM WS-LST-TIPO (4).
           05 LINE 10 COLUMN 11 FROM WS-LST-FONE (4).
           05 LINE 10 COLUMN 25 FROM WS-LST-EMAIL (4).
           05 LINE 10 COLUMN 58 FROM WS-LST-PREF (4).
           05 LINE 10 COLUMN 63 FROM WS-LST-SMS (4).
           05 LINE 11 COLUMN 05 FROM WS-LST-SEQ (5).
           05 LINE 11 COLUMN 09 FROM WS-LST-TIPO (5).
           05 LINE 11 COLUMN 11 FROM WS-LST-FONE (5).
           05 LINE 11 COLUMN 25 FROM WS-LST-EMAIL (5).
           05 LINE 11 COLUMN 58 FROM WS-LST-PREF (5).
           05 LINE 11 COLUMN 63 FROM WS-LST-SMS (5).
           05 LINE 12 COLUMN 05 FROM WS-LST-SEQ (6).
           05 LINE 12 COLUMN 09 FROM WS-LST-TIPO (6).
           05 LINE 12 COLUMN 11 FROM WS-LST-FONE (6).
           05 LINE 12 COLUMN 25 FROM WS-LST-EMAIL (6).
           05 LINE 12 COLUMN 58 FROM WS-LST-PREF (6).
           05 LINE 12 COLUMN 63 FROM WS-LST-SMS (6).
           05 LINE 13 COLUMN 05 FROM WS-LST-SEQ (7).
           05 LINE 13 COLUMN 09 FROM WS-LST-TIPO (7).
           05 LINE 13 COLUMN 11 FROM WS-LST-FONE (7).
           05 LINE 13 COLUMN 25 FROM WS-LST-EMAIL (7).
           05 LINE 13 COLUMN 58 FROM WS-LST-PREF (7).
           05 LINE 13 COLUMN 63 FROM WS-LST-SMS (7).
           05 LINE 14 COLUMN 05 FROM WS-LST-SEQ (8).
           05 LINE 14 COLUMN 09 FROM WS-LST-TIPO (8).
           05 LINE 14 COLUMN 11 FROM WS-LST-FONE (8).
           05 LINE 14 COLUMN 25 FROM WS-LST-EMAIL (8).
           05 LINE 14 COLUMN 58 FROM WS-LST-PREF (8).
           05 LINE 14 COLUMN 63 FROM WS-LST-SMS (8).

       01 TELA-MENSAGEM.
           05 S-MSG LINE 19 COLUMN 05 PIC X(40) FROM MSG.
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

           PERFORM WITH TEST AFTER UNTIL OPC = 5
               DISPLAY TELA-MENU
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
                       WHEN 1 PERFORM INCLUI-CONTATO
                       WHEN 2 PERFORM REMOVE-CONTATO
                       WHEN 3 PERFORM LISTA-CONTATOS
                       WHEN 4 PERFORM CONSENTIMENTO
                       WHEN 5 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-NUMERO TO CT-NUMERO
           MOVE WS-EMAIL TO CT-EMAIL
           MOVE WS-PREFERIDO TO CT-PREFERIDO
           MOVE "N" TO CT-SUSPEITO
           MOVE ZERO TO CT-DATA-SUSPEITO

           OPEN I-O ARQ-CONTATOS
           IF ST-CONTATO = "35"
                       ADD 1 TO CT-SEQ
               END-WRITE
           END-PERFORM
           IF ST-CONTATO = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-CONTATO
           END-IF
           CLOSE ARQ-CONTATOS

           MOVE "CONTATO GRAVADO" TO MSG

           IF FOUND-CONTATO = "S"
               DELETE ARQ-CONTATOS RECORD
               IF ST-CONTATO = "00"
                   MOVE "D" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-CONTATO
               END-IF
               MOVE "CONTATO REMOVIDO" TO MSG
           ELSE
               MOVE "CONTATO NAO ENCONTRADO" TO MSG
               MOVE SPACES TO WS-LST-FONE (WS-IDX-LISTA)
               MOVE SPACES TO WS-LST-EMAIL (WS-IDX-LISTA)
               MOVE SPACES TO WS-LST-PREF (WS-IDX-LISTA)
               MOVE SPACES TO WS-LST-SMS (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA

      *the listing shows the numbers at the same level as the ficha.
           MOVE WS-CPF-BUSCA TO WS-CPF-NIVEL
           CALL "Nivel_Mascara" USING WS-REL-TELA WS-CPF-NIVEL
               WS-NIVEL-DADOS

           OPEN INPUT ARQ-CONTATOS
           IF ST-CONTATO = "00"
               MOVE WS-CPF-BUSCA TO CT-CPF
                           MOVE CT-EMAIL (1:30) TO
                               WS-LST-EMAIL (WS-QTD-LISTA)
                       ELSE
                           MOVE CT-NUMERO TO WS-DADO-MASCARA
                           CALL "Mascara_Dado" USING WS-NIVEL-DADOS
                               WS-TIPO-DADO WS-DADO-MASCARA
                           STRING "(" CT-DDD ")" WS-DADO-MASCARA (1:9)
                               DELIMITED BY SIZE INTO
                               WS-LST-FONE (WS-QTD-LISTA)
                       END-IF
                       MOVE CT-PREFERIDO TO
                           WS-LST-PREF (WS-QTD-LISTA)
                       IF CT-NUMERO-SUSPEITO
                           MOVE "FALHA" TO WS-LST-SMS (WS-QTD-LISTA)
                       END-IF
                   ELSE
                       MOVE "N" TO FOUND-CONTATO
                   END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *the customer's marketing opt-in/opt-out per channel is kept
      *next to their contacts; Registra_Consentimento stamps it with
      *this screen as the source.
       CONSENTIMENTO.
           DISPLAY TELA-REMOVE
           ACCEPT S-CPF-REM

           PERFORM VALIDA-CLIENTE
           IF FOUND-CPF NOT = "S"
               MOVE "CLIENTE NAO ENCONTRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           CALL "Registra_Consentimento" USING WS-CPF-BUSCA
               WS-ORIGEM-CONSENT.

       VALIDA-CLIENTE.
           MOVE "N" TO FOUND-CPF
           OPEN INPUT ARQ-CLIENTES
               NOT INVALID KEY MOVE "S" TO FOUND-CPF
           END-READ
           CLOSE ARQ-CLIENTES.

      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written, rewritten or deleted to the
      *forward-recovery journal (Grava_Journal, JRNCOPY); the
      *caller sets WS-JR-OPERACAO first.
       JOURNAL-CONTATO.
           MOVE "CONTATOS" TO WS-JR-ARQUIVO
           MOVE CT-CHAVE TO WS-JR-CHAVE
           MOVE REG-CONTATO TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
