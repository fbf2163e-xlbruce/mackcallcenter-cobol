               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-OCORR ASSIGN TO "D:\OCORRENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-SCORE-CHURN ASSIGN TO "D:\SCORE_CHURN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CPF
               FILE STATUS IS ST-SCORE.

           SELECT ARQ-CONSENTIMENTOS ASSIGN TO "D:\CONSENTIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS ST-CONSENT.

           SELECT REL-CSV ASSIGN TO WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-CSV.
       FD ARQ-OCORR.
           COPY OCOCOPY.

       FD ARQ-SCORE-CHURN.
           COPY SCHCOPY.

       FD ARQ-CONSENTIMENTOS.
           COPY CONSCOPY.

       FD REL-CSV.
       01 REG-CSV PIC X(200).

       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-CSV PIC XX VALUE SPACES.
       77 ST-SCORE PIC XX VALUE SPACES.
       77 ST-CONSENT PIC XX VALUE SPACES.
       77 WS-TEM-CONSENT PIC X VALUE "N".
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 FOUND-OCORR PIC X VALUE "N".
       77 WS-F-VENCIMENTO PIC 9(2) VALUE ZERO.
       77 WS-F-RISCO PIC X VALUE SPACE.
       77 WS-F-SEM-OCORR PIC X VALUE "N".
      *WS-F-SCORE keeps only clients the nightly RISCO_EVASAO run
      *scored at least this high -- the retention team's audience.
       77 WS-F-SCORE PIC 9(3) VALUE ZERO.
      *WS-F-CANAL is how the campaign will reach people: whoever
      *opted out of that channel is always dropped, whatever the
      *other filters say.
       77 WS-F-CANAL PIC X VALUE SPACE.
           88 WS-F-CANAL-OK VALUES "S" "E" "T".
       77 WS-NOME-ARQUIVO PIC X(20) VALUE SPACES.

       77 WS-TOTAL-LIDOS PIC 9(5) VALUE ZERO.
       77 WS-REJ-VENCIMENTO PIC 9(5) VALUE ZERO.
       77 WS-REJ-RISCO PIC 9(5) VALUE ZERO.
       77 WS-REJ-OCORR PIC 9(5) VALUE ZERO.
       77 WS-REJ-SCORE PIC 9(5) VALUE ZERO.
       77 WS-REJ-CONSENT PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-SELECIONADOS PIC 9(5) VALUE ZERO.

       01 WS-DATE.
           05 LINE 09 COLUMN 04 VALUE
              "DEIXE EM BRANCO/ZERO PARA NAO FILTRAR PELO CAMPO".

           05 LINE 10 COLUMN 04 VALUE
              "CANAL (S=SMS E=E-MAIL T=TELEFONE)..: [ ]".
           05 S-F-CANAL LINE 10 COLUMN 42 PIC X TO WS-F-CANAL.
           05 LINE 11 COLUMN 04 VALUE "STATUS (A/C/P).....: [ ]".
           05 S-F-STATUS LINE 11 COLUMN 26 PIC X TO WS-F-STATUS.
           05 LINE 12 COLUMN 04 VALUE "TIPO PACOTE........: [ ]".
              "SOMENTE SEM OCORRENCIA ABERTA (S/N): [ ]".
           05 S-F-SEM-OCORR LINE 17 COLUMN 42 PIC X
               TO WS-F-SEM-OCORR.
           05 LINE 18 COLUMN 04 VALUE
              "SCORE MINIMO DE RISCO DE EVASAO....: [   ]".
           05 S-F-SCORE LINE 18 COLUMN 42 PIC ZZ9
               TO WS-F-SCORE.
           05 LINE 19 COLUMN 04 VALUE
              "NOME DO ARQUIVO CSV: [                    ]".
           05 S-NOME-ARQUIVO LINE 19 COLUMN 26 PIC X(20)
           05 LINE 15 COLUMN 34 PIC ZZZZ9 FROM WS-REJ-RISCO.
           05 LINE 16 COLUMN 04 VALUE "CORTADOS POR OCORR ABERTA..:".
           05 LINE 16 COLUMN 34 PIC ZZZZ9 FROM WS-REJ-OCORR.
           05 LINE 17 COLUMN 04 VALUE "CORTADOS POR RISCO EVASAO..:".
           05 LINE 17 COLUMN 34 PIC ZZZZ9 FROM WS-REJ-SCORE.
           05 LINE 18 COLUMN 04 VALUE "CORTADOS POR OPT-OUT.......:".
           05 LINE 18 COLUMN 34 PIC ZZZZ9 FROM WS-REJ-CONSENT.
           05 LINE 19 COLUMN 04 VALUE "SELECIONADOS PARA O CSV....:".
           05 LINE 19 COLUMN 34 PIC ZZZZ9 FROM WS-TOTAL-SELECIONADOS.

       01 TELA1-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-F-CANAL-OK
               ACCEPT S-F-CANAL
           END-PERFORM
           ACCEPT S-F-STATUS
           ACCEPT S-F-PACOTE
           ACCEPT S-F-DDD
           ACCEPT S-F-VENCIMENTO
           ACCEPT S-F-RISCO
           ACCEPT S-F-SEM-OCORR
           ACCEPT S-F-SCORE

           PERFORM WITH TEST AFTER UNTIL WS-NOME-ARQUIVO NOT = SPACES
               ACCEPT S-NOME-ARQUIVO
               EXIT PROGRAM
           END-IF

           IF WS-F-SCORE NOT = ZERO
               OPEN INPUT ARQ-SCORE-CHURN
               IF ST-SCORE NOT = "00"
                   MOVE "SCORE DE EVASAO AINDA NAO APURADO" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
                   CLOSE ARQ-CLIENTES
                         REL-CSV
                   EXIT PROGRAM
               END-IF
           END-IF

      *no consent register yet means nobody has opted out.
           OPEN INPUT ARQ-CONSENTIMENTOS
           IF ST-CONSENT = "00"
               MOVE "S" TO WS-TEM-CONSENT
           END-IF

           MOVE "N" TO WS-FIM-CLI
           PERFORM UNTIL WS-FIM-CLI = "S"
               READ ARQ-CLIENTES NEXT RECORD

           CLOSE ARQ-CLIENTES
                 REL-CSV
           IF WS-F-SCORE NOT = ZERO
               CLOSE ARQ-SCORE-CHURN
           END-IF
           IF WS-TEM-CONSENT = "S"
               CLOSE ARQ-CONSENTIMENTOS
           END-IF

           DISPLAY TELA1

               IF WS-TEM-ABERTA = "S"
                   MOVE "N" TO WS-PASSOU
                   ADD 1 TO WS-REJ-OCORR
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *a CPF missing from the score file had no warning sign on file,
      *so it can never reach a minimum score.
           IF WS-F-SCORE NOT = ZERO
               MOVE CPF TO SC-CPF
               READ ARQ-SCORE-CHURN
                   INVALID KEY
                       MOVE "N" TO WS-PASSOU
                   NOT INVALID KEY
                       IF SC-PONTOS < WS-F-SCORE
                           MOVE "N" TO WS-PASSOU
                       END-IF
               END-READ
               IF WS-PASSOU = "N"
                   ADD 1 TO WS-REJ-SCORE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *the opt-out is checked last, so its count is exactly the
      *people the campaign would otherwise have reached.
           IF WS-TEM-CONSENT = "S"
               MOVE CPF TO CS-CPF
               MOVE WS-F-CANAL TO CS-CANAL
               READ ARQ-CONSENTIMENTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CS-OPT-OUT
                           MOVE "N" TO WS-PASSOU
                           ADD 1 TO WS-REJ-CONSENT
                       END-IF
               END-READ
           END-IF.

       VERIFICA-OCORR-ABERTA.
