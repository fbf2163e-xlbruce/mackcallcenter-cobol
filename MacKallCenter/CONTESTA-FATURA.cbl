      *CONTESTACAO DE FATURA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTA_FATURA AS "PGM78".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTESTACOES ASSIGN TO "D:\CONTESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTS-CHAVE
               FILE STATUS IS ST-CONTESTACAO.

           SELECT ARQ-EMITIDAS ASSIGN TO "D:\FATURAS_EMITIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-EMITIDAS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTESTACOES.
           COPY CTSCOPY.

      *the invoice ledger EMITE_FATURAS appends to.
       FD ARQ-EMITIDAS.
           COPY FEMCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.

       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 ST-CONTESTACAO PIC XX VALUE SPACES.
       77 ST-EMITIDAS PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 FOUND-FATURA PIC X VALUE "N".
       77 FOUND-OCORR PIC X VALUE "N".
       77 FOUND-ABERTA PIC X VALUE "N".
       77 WS-FIM PIC X VALUE "N".
       77 WS-CONFIRMA PIC X VALUE "N".

       77 WS-CPF-BUSCA PIC 9(11) VALUE ZERO.
       77 WS-COMPETENCIA PIC 9(6) VALUE ZERO.
       77 WS-DATA-EMISSAO PIC X(10) VALUE SPACES.
       77 WS-VALOR-FATURA PIC 9(7)V99 VALUE ZERO.
       77 WS-VALOR-CONTESTADO PIC 9(7)V99 VALUE ZERO.
       77 WS-MOTIVO PIC X(40) VALUE SPACES.
       77 WS-CHAVE-OCORR PIC X(25) VALUE SPACES.
       77 WS-DESCRICAO-OCORR PIC X(40) VALUE SPACES.
       77 WS-PROXIMA-SEQ PIC 9(2) VALUE ZERO.

       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 CPF-RETORNO PIC 9 VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).
       01 WS-DATA8 REDEFINES WS-DATE PIC 9(8).

       01 WS-DD-MM-YYYY.
           05 DD PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 MM PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 YYYY PIC X(4).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE "CONTESTACAO DE FATURA".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 09 COLUMN 04 VALUE "CPF DO CLIENTE......: [".
           05 LINE 09 COLUMN 38 VALUE "]".
           05 S-CPF LINE 09 COLUMN 27 PIC 9(11) TO WS-CPF-BUSCA.
           05 LINE 10 COLUMN 04 VALUE "COMPETENCIA (AAAAMM): [".
           05 LINE 10 COLUMN 33 VALUE "]".
           05 S-COMPETENCIA LINE 10 COLUMN 27 PIC 9(6)
               TO WS-COMPETENCIA.
           05 LINE 12 COLUMN 04 VALUE "FATURA EMITIDA EM...:".
           05 S-EMISSAO LINE 12 COLUMN 27 PIC X(10)
               FROM WS-DATA-EMISSAO.
           05 LINE 13 COLUMN 04 VALUE "VALOR DA FATURA.....:".
           05 S-VALOR-FATURA LINE 13 COLUMN 27 PIC ZZZZZZ9,99
               FROM WS-VALOR-FATURA.
           05 LINE 14 COLUMN 04 VALUE "OCORRENCIA..........:".
           05 S-OCORR LINE 14 COLUMN 27 PIC X(25)
               FROM WS-CHAVE-OCORR.
           05 S-DESCRICAO LINE 15 COLUMN 27 PIC X(40)
               FROM WS-DESCRICAO-OCORR.
           05 LINE 17 COLUMN 04 VALUE "VALOR CONTESTADO....: [".
           05 LINE 17 COLUMN 36 VALUE "]".
           05 S-VALOR LINE 17 COLUMN 27 PIC 9(7)V99
               TO WS-VALOR-CONTESTADO.
           05 LINE 18 COLUMN 04 VALUE "MOTIVO..............: [".
           05 LINE 18 COLUMN 67 VALUE "]".
           05 S-MOTIVO LINE 18 COLUMN 27 PIC X(40) TO WS-MOTIVO.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-CONFIRMA.
           05 LINE 20 COLUMN 04 VALUE
              "REGISTRA A CONTESTACAO (S/N)? [ ]".
           05 PICK-CONFIRMA LINE 20 COLUMN 35 PIC X TO WS-CONFIRMA.

       01 TELA1-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 22 COLUMN 80 TO CONFIRM.

       PROCEDURE DIVISION.
      *a customer who disputes an invoice has the amount put on hold
      *here: the invoice is looked up in the emission ledger, the
      *complaint is tied to the client's latest occurrence (opened
      *first, as every contact is) and the disputed value stays out
      *of the delinquency position until a supervisor decides it in
      *DECIDE_CONTESTACAO.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT
           ACCEPT WS-OCORR-PATH FROM ENVIRONMENT
               "MACKALLCENTER_OCORRENCIAS_PATH"
               ON EXCEPTION
                   MOVE "D:\OCORRENCIAS.DAT" TO WS-OCORR-PATH
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY.

           DISPLAY TELA1
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           ACCEPT S-CPF
           PERFORM WITH TEST AFTER UNTIL CPF-RETORNO = 1
               MOVE WS-CPF-BUSCA TO WS-CPF-NUM
               CALL "Validador_CPF" USING CPF-RETORNO WS-CPF-DIGITS
               IF CPF-RETORNO NOT = 1
                   MOVE "CPF INVALIDO" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT S-CPF
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-COMPETENCIA > 200000
               ACCEPT S-COMPETENCIA
           END-PERFORM

           PERFORM LOCALIZA-FATURA
           IF FOUND-FATURA NOT = "S"
               MOVE "FATURA NAO CONSTA DAS EMITIDAS" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LOCALIZA-OCORRENCIA
           IF FOUND-OCORR NOT = "S"
               MOVE "REGISTRE ANTES A OCORRENCIA DO CLIENTE" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM CONFERE-CONTESTACOES
           IF FOUND-ABERTA = "S"
               MOVE "FATURA JA ESTA EM CONTESTACAO" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY TELA1
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-VALOR-CONTESTADO > ZERO
                   AND WS-VALOR-CONTESTADO <= WS-VALOR-FATURA
               ACCEPT S-VALOR
               IF WS-VALOR-CONTESTADO > WS-VALOR-FATURA
                   MOVE "VALOR ACIMA DO DA FATURA" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-MOTIVO NOT = SPACES
               ACCEPT S-MOTIVO
           END-PERFORM

           MOVE "N" TO WS-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "N"
               DISPLAY TELA1-CONFIRMA
               ACCEPT PICK-CONFIRMA
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
               MOVE "CONTESTACAO NAO REGISTRADA" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - NADA FOI GRAVADO" TO MSG
           ELSE
               PERFORM GRAVA-CONTESTACAO
           END-IF

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *the ledger is appended in emission order; a competencia
      *invoiced twice keeps the last line, the one the customer
      *actually has in hand -- the same rule RELATORIO_RECEBIVEIS
      *applies.
       LOCALIZA-FATURA.
           MOVE "N" TO FOUND-FATURA
           OPEN INPUT ARQ-EMITIDAS
           IF ST-EMITIDAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ST-EMITIDAS = "10"
               READ ARQ-EMITIDAS
                   AT END MOVE "10" TO ST-EMITIDAS
                   NOT AT END
                       IF EM-CPF = WS-CPF-BUSCA
                               AND EM-COMPETENCIA IS NUMERIC
                               AND EM-COMPETENCIA = WS-COMPETENCIA
                           MOVE "S" TO FOUND-FATURA
                           MOVE EM-DATA-EMISSAO TO WS-DATA-EMISSAO
                           MOVE EM-VALOR TO WS-VALOR-FATURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-EMITIDAS.

      *O-CHAVE runs CPF + date + time, so the last one read for the
      *CPF is the newest -- the contact the dispute came in on.
       LOCALIZA-OCORRENCIA.
           MOVE "N" TO FOUND-OCORR
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO O-CHAVE
           MOVE WS-CPF-BUSCA TO O-CPF
           MOVE "N" TO WS-FIM
           START ARQ-OCORR KEY IS >= O-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF O-CPF = WS-CPF-BUSCA
                           MOVE "S" TO FOUND-OCORR
                           MOVE O-CHAVE TO WS-CHAVE-OCORR
                           MOVE O-DESCRICAO TO WS-DESCRICAO-OCORR
                       ELSE
                           MOVE "S" TO WS-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-OCORR.

      *one dispute under analysis per invoice; a decided one may be
      *followed by a new one, which takes the next CTS-SEQ.
       CONFERE-CONTESTACOES.
           MOVE "N" TO FOUND-ABERTA
           MOVE 1 TO WS-PROXIMA-SEQ
           OPEN INPUT ARQ-CONTESTACOES
           IF ST-CONTESTACAO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-BUSCA TO CTS-CPF
           MOVE WS-DATA-EMISSAO TO CTS-DATA-EMISSAO
           MOVE WS-COMPETENCIA TO CTS-COMPETENCIA
           MOVE ZERO TO CTS-SEQ
           MOVE "N" TO WS-FIM
           START ARQ-CONTESTACOES KEY IS >= CTS-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-CONTESTACOES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF CTS-CPF = WS-CPF-BUSCA
                               AND CTS-DATA-EMISSAO = WS-DATA-EMISSAO
                               AND CTS-COMPETENCIA = WS-COMPETENCIA
                           COMPUTE WS-PROXIMA-SEQ = CTS-SEQ + 1
                           IF CTS-EM-ANALISE
                               MOVE "S" TO FOUND-ABERTA
                           END-IF
                       ELSE
                           MOVE "S" TO WS-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CONTESTACOES.

       GRAVA-CONTESTACAO.
           MOVE WS-CPF-BUSCA TO CTS-CPF
           MOVE WS-DATA-EMISSAO TO CTS-DATA-EMISSAO
           MOVE WS-COMPETENCIA TO CTS-COMPETENCIA
           MOVE WS-PROXIMA-SEQ TO CTS-SEQ
           MOVE WS-VALOR-FATURA TO CTS-VALOR-FATURA
           MOVE WS-VALOR-CONTESTADO TO CTS-VALOR-CONTESTADO
           MOVE WS-MOTIVO TO CTS-MOTIVO
           MOVE WS-CHAVE-OCORR TO CTS-CHAVE-OCORR
           SET CTS-EM-ANALISE TO TRUE
           MOVE WS-DATA8 TO CTS-DATA-ABERTURA
           MOVE WS-OPERADOR-ID TO CTS-OPERADOR
           MOVE ZERO TO CTS-DATA-DECISAO
           MOVE SPACES TO CTS-SUPERVISOR

           OPEN I-O ARQ-CONTESTACOES
           IF ST-CONTESTACAO = "35"
               OPEN OUTPUT ARQ-CONTESTACOES
           END-IF
           WRITE REG-CONTESTACAO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR CONTESTACAO" TO MSG
               NOT INVALID KEY
                   MOVE "CONTESTACAO REGISTRADA - EM ANALISE" TO MSG
           END-WRITE
           CLOSE ARQ-CONTESTACOES.
