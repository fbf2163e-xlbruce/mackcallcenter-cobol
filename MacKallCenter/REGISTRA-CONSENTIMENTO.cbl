      *REGISTRO DE CONSENTIMENTO DE MARKETING
      *CALLed from CONSULTAS and from CADASTRO_CONTATO so the
      *attendant can take down, while the customer is on the line,
      *whether they accept or refuse marketing on each channel (SMS,
      *e-mail, telefone). Shows what CONSENTIMENTOS.DAT holds today
      *and writes only the channels the attendant changed, stamped
      *with today's date, RC-ORIGEM (A CONSULTAS, C CADASTRO_CONTATO)
      *and the signed-on operator. The CALLer has already checked
      *the client exists.
       IDENTIFICATION DIVISION.
       program-id. Registra_Consentimento
           as "Registra_Consentimento".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONSENTIMENTOS ASSIGN TO "D:\CONSENTIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS ST-CONSENT.

       data division.
       FILE SECTION.
       FD ARQ-CONSENTIMENTOS.
           COPY CONSCOPY.

       working-storage section.
           COPY OPERSESSCOPY.

       77 WS-TREINO PIC X VALUE "N".
       77 ST-CONSENT PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-ALTERA PIC X VALUE "N".
       77 WS-VALIDO PIC X VALUE "N".
       77 WS-QTD-ALTERADOS PIC 9 VALUE ZERO.
       77 WS-IDX PIC 9 VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

      *one line per channel: what is on file, what the attendant
      *typed over it, and since when / where from for the display.
       01 WS-CANAIS-TAB.
           05 WS-CANAL OCCURS 3 TIMES.
               10 WS-CN-CODIGO PIC X(1).
               10 WS-CN-ATUAL PIC X(1).
               10 WS-CN-NOVO PIC X(1).
               10 WS-CN-DESDE PIC X(10).
               10 WS-CN-ORIGEM PIC X(16).
               10 WS-CN-OPERADOR PIC X(5).

       01 W-DATE.
           05 DIA PIC 99.
           05 MES PIC 99.
           05 ANO PIC 9999.

       linkage section.
       77 RC-CPF PIC 9(11).
       77 RC-ORIGEM PIC X(1).

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
               VALUE "    ====================================".
           05 LINE 01 COLUMN 41
               VALUE "===================================".
           05 LINE 03 COLUMN 01
               VALUE "    TVMACK     CONSENTIMENTO DE MARKETING".
           05 LINE 05 COLUMN 01
               VALUE "    ====================================".
           05 LINE 05 COLUMN 41
               VALUE "===================================".
           05 LINE 07 COLUMN 05 VALUE "CPF: ".
           05 LINE 07 COLUMN 10 PIC 9(11) FROM RC-CPF.
           05 LINE 09 COLUMN 05 VALUE
              "I = ACEITA   O = NAO QUER RECEBER   BRANCO = NAO DISSE".
           05 LINE 11 COLUMN 05 VALUE "CANAL".
           05 LINE 11 COLUMN 20 VALUE "I/O".
           05 LINE 11 COLUMN 26 VALUE "DESDE".
           05 LINE 11 COLUMN 38 VALUE "ORIGEM".
           05 LINE 11 COLUMN 56 VALUE "OPERADOR".
           05 LINE 12 COLUMN 05 VALUE "SMS.........: [ ]".
           05 LINE 12 COLUMN 26 FROM WS-CN-DESDE (1).
           05 LINE 12 COLUMN 38 FROM WS-CN-ORIGEM (1).
           05 LINE 12 COLUMN 56 FROM WS-CN-OPERADOR (1).
           05 LINE 13 COLUMN 05 VALUE "E-MAIL......: [ ]".
           05 LINE 13 COLUMN 26 FROM WS-CN-DESDE (2).
           05 LINE 13 COLUMN 38 FROM WS-CN-ORIGEM (2).
           05 LINE 13 COLUMN 56 FROM WS-CN-OPERADOR (2).
           05 LINE 14 COLUMN 05 VALUE "TELEFONE....: [ ]".
           05 LINE 14 COLUMN 26 FROM WS-CN-DESDE (3).
           05 LINE 14 COLUMN 38 FROM WS-CN-ORIGEM (3).
           05 LINE 14 COLUMN 56 FROM WS-CN-OPERADOR (3).
           05 LINE 16 COLUMN 05 VALUE "ALTERAR (S/N): [ ]".
           05 LINE 22 COLUMN 01
               VALUE "    ====================================".
           05 LINE 22 COLUMN 41
               VALUE "====================================".
           05 LINE 23 COLUMN 01 VALUE "    MENSAGENS:".
           05 LINE 24 COLUMN 01
               VALUE "    ====================================".
           05 LINE 24 COLUMN 41
               VALUE "====================================".
           05 S-CN-SMS LINE 12 COLUMN 20 PIC X USING WS-CN-NOVO (1).
           05 S-CN-EMAIL LINE 13 COLUMN 20 PIC X USING WS-CN-NOVO (2).
           05 S-CN-TELEFONE LINE 14 COLUMN 20 PIC X
               USING WS-CN-NOVO (3).
           05 S-ALTERA LINE 16 COLUMN 21 PIC X TO WS-ALTERA.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 23 COLUMN 16 PIC X(39) FROM MSG.
           05 PRESS-ENTER LINE 23 COLUMN 80 TO RESP.

       PROCEDURE DIVISION USING RC-CPF RC-ORIGEM.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOJE-DATA8

           MOVE "S" TO WS-CN-CODIGO (1)
           MOVE "E" TO WS-CN-CODIGO (2)
           MOVE "T" TO WS-CN-CODIGO (3)
           PERFORM CARREGA-SITUACAO

           MOVE "N" TO WS-ALTERA
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-ALTERA = "S" OR "N"
               ACCEPT S-ALTERA
           END-PERFORM
           IF WS-ALTERA = "N"
               GOBACK
           END-IF

      *consent is a legal record even in training; practice answers
      *must not end up holding a real customer's marketing back.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - CONSENT. NAO GRAVADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               GOBACK
           END-IF

           MOVE "N" TO WS-VALIDO
           PERFORM WITH TEST AFTER UNTIL WS-VALIDO = "S"
               ACCEPT S-CN-SMS
               ACCEPT S-CN-EMAIL
               ACCEPT S-CN-TELEFONE
               MOVE "S" TO WS-VALIDO
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                   IF WS-CN-NOVO (WS-IDX) NOT = "I"
                           AND WS-CN-NOVO (WS-IDX) NOT = "O"
                           AND WS-CN-NOVO (WS-IDX) NOT = SPACE
                       MOVE "N" TO WS-VALIDO
                   END-IF
               END-PERFORM
               IF WS-VALIDO = "N"
                   MOVE "INFORME I, O OU DEIXE EM BRANCO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           PERFORM GRAVA-ALTERACOES

           IF WS-QTD-ALTERADOS = ZERO
               MOVE "NENHUMA ALTERACAO DE CONSENTIMENTO" TO MSG
           ELSE
               MOVE "CONSENTIMENTO REGISTRADO" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER
           GOBACK.

       CARREGA-SITUACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE SPACE TO WS-CN-ATUAL (WS-IDX)
               MOVE SPACES TO WS-CN-DESDE (WS-IDX)
               MOVE SPACES TO WS-CN-ORIGEM (WS-IDX)
               MOVE SPACES TO WS-CN-OPERADOR (WS-IDX)
           END-PERFORM

           OPEN INPUT ARQ-CONSENTIMENTOS
           IF ST-CONSENT = "00"
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                   MOVE RC-CPF TO CS-CPF
                   MOVE WS-CN-CODIGO (WS-IDX) TO CS-CANAL
                   READ ARQ-CONSENTIMENTOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM MONTA-LINHA
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONSENTIMENTOS
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE WS-CN-ATUAL (WS-IDX) TO WS-CN-NOVO (WS-IDX)
           END-PERFORM.

       MONTA-LINHA.
           MOVE CS-SITUACAO TO WS-CN-ATUAL (WS-IDX)
           MOVE CS-DATA (7:2) TO DIA
           MOVE CS-DATA (5:2) TO MES
           MOVE CS-DATA (1:4) TO ANO
           STRING DIA "/" MES "/" ANO DELIMITED BY SIZE
               INTO WS-CN-DESDE (WS-IDX)
           EVALUATE TRUE
               WHEN CS-ORIGEM-CONSULTA
                   MOVE "CONSULTAS" TO WS-CN-ORIGEM (WS-IDX)
               WHEN CS-ORIGEM-CONTATO
                   MOVE "CADASTRO CONTATO" TO WS-CN-ORIGEM (WS-IDX)
               WHEN CS-ORIGEM-RESPOSTA-SMS
                   MOVE "RESPOSTA SMS" TO WS-CN-ORIGEM (WS-IDX)
           END-EVALUATE
           MOVE CS-OPERADOR TO WS-CN-OPERADOR (WS-IDX).

      *a channel left blank, or typed back as it was, is not touched:
      *the date on file stays the day the customer actually said it.
       GRAVA-ALTERACOES.
           MOVE ZERO TO WS-QTD-ALTERADOS
           OPEN I-O ARQ-CONSENTIMENTOS
           IF ST-CONSENT = "35"
               OPEN OUTPUT ARQ-CONSENTIMENTOS
               CLOSE ARQ-CONSENTIMENTOS
               OPEN I-O ARQ-CONSENTIMENTOS
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF WS-CN-NOVO (WS-IDX) NOT = SPACE
                       AND WS-CN-NOVO (WS-IDX)
                           NOT = WS-CN-ATUAL (WS-IDX)
                   MOVE RC-CPF TO CS-CPF
                   MOVE WS-CN-CODIGO (WS-IDX) TO CS-CANAL
                   MOVE WS-CN-NOVO (WS-IDX) TO CS-SITUACAO
                   MOVE WS-HOJE-DATA8 TO CS-DATA
                   MOVE RC-ORIGEM TO CS-ORIGEM
                   MOVE WS-OPERADOR-ID TO CS-OPERADOR
                   IF WS-CN-ATUAL (WS-IDX) = SPACE
                       WRITE REG-CONSENTIMENTO
                   ELSE
                       REWRITE REG-CONSENTIMENTO
                   END-IF
                   ADD 1 TO WS-QTD-ALTERADOS
               END-IF
           END-PERFORM

           CLOSE ARQ-CONSENTIMENTOS.
