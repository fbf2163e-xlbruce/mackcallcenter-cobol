      *DECISAO DE CONTESTACAO DE FATURA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIDE_CONTESTACAO AS "PGM79".

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

           SELECT ARQ-CREDITOS ASSIGN TO "D:\CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS ST-CREDITO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTESTACOES.
           COPY CTSCOPY.

       FD ARQ-CREDITOS.
           COPY CREDCOPY.

       WORKING-STORAGE SECTION.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.

       77 ST-CONTESTACAO PIC XX VALUE SPACES.
       77 ST-CREDITO PIC XX VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-CTS PIC X VALUE "N".
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ESCOLHA PIC 99 VALUE ZERO.
       77 WS-ACAO PIC X VALUE SPACE.
       77 FOUND-CONTESTACAO PIC X VALUE "N".
       77 WS-CREDITO-OK PIC X VALUE "N".

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).
       01 WS-DATA8 REDEFINES WS-DATE PIC 9(8).
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       01 WS-DD-MM-YYYY.
           05 DD PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 MM PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 YYYY PIC X(4).

       01 WS-ABERTURA.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).
       01 WS-ABERTURA-EDIT.
           05 DD PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 MM PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 YYYY PIC X(4).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

       01 WS-LISTA-TAB.
           05 WS-LISTA OCCURS 10 TIMES.
               10 WS-LST-NUM PIC X(2).
               10 WS-LST-CPF PIC X(11).
               10 WS-LST-COMPETENCIA PIC X(6).
               10 WS-LST-VALOR PIC X(10).
               10 WS-LST-ABERTURA PIC X(10).
               10 WS-LST-OPERADOR PIC X(5).
               10 WS-LST-CHAVE PIC X(29).

       77 WS-VALOR-EDIT PIC ZZZZZZ9,99.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE "DECISAO DE CONTESTACOES".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 08 COLUMN 04 VALUE "NO".
           05 LINE 08 COLUMN 08 VALUE "CPF".
           05 LINE 08 COLUMN 21 VALUE "COMPET.".
           05 LINE 08 COLUMN 29 VALUE "CONTESTADO".
           05 LINE 08 COLUMN 41 VALUE "ABERTURA".
           05 LINE 08 COLUMN 53 VALUE "OPERADOR".

           05 LINE 09 COLUMN 04 USING WS-LST-NUM (1).
           05 LINE 09 COLUMN 08 USING WS-LST-CPF (1).
           05 LINE 09 COLUMN 21 USING WS-LST-COMPETENCIA (1).
           05 LINE 09 COLUMN 29 USING WS-LST-VALOR (1).
           05 LINE 09 COLUMN 41 USING WS-LST-ABERTURA (1).
           05 LINE 09 COLUMN 53 USING WS-LST-OPERADOR (1).
           05 LINE 10 COLUMN 04 USING WS-LST-NUM (2).
           05 LINE 10 COLUMN 08 USING WS-LST-CPF (2).
           05 LINE 10 COLUMN 21 USING WS-LST-COMPETENCIA (2).
           05 LINE 10 COLUMN 29 USING WS-LST-VALOR (2).
           05 LINE 10 COLUMN 41 USING WS-LST-ABERTURA (2).
           05 LINE 10 COLUMN 53 USING WS-LST-OPERADOR (2).
           05 LINE 11 COLUMN 04 USING WS-LST-NUM (3).
           05 LINE 11 COLUMN 08 USING WS-LST-CPF (3).
           05 LINE 11 COLUMN 21 USING WS-LST-COMPETENCIA (3).
           05 LINE 11 COLUMN 29 USING WS-LST-VALOR (3).
           05 LINE 11 COLUMN 41 USING WS-LST-ABERTURA (3).
           05 LINE 11 COLUMN 53 USING WS-LST-OPERADOR (3).
           05 LINE 12 COLUMN 04 USING WS-LST-NUM (4).
           05 LINE 12 COLUMN 08 USING WS-LST-CPF (4).
           05 LINE 12 COLUMN 21 USING WS-LST-COMPETENCIA (4).
           05 LINE 12 COLUMN 29 USING WS-LST-VALOR (4).
           05 LINE 12 COLUMN 41 USING WS-LST-ABERTURA (4).
           05 LINE 12 COLUMN 53 USING WS-LST-OPERADOR (4).
           05 LINE 13 COLUMN 04 USING WS-LST-NUM (5).
           05 LINE 13 COLUMN 08 USING WS-LST-CPF (5).
           05 LINE 13 COLUMN 21 USING WS-LST-COMPETENCIA (5).
           05 LINE 13 COLUMN 29 USING WS-LST-VALOR (5).
           05 LINE 13 COLUMN 41 USING WS-LST-ABERTURA (5).
           05 LINE 13 COLUMN 53 USING WS-LST-OPERADOR (5).
           05 LINE 14 COLUMN 04 USING WS-LST-NUM (6).
           05 LINE 14 COLUMN 08 USING WS-LST-CPF (6).
           05 LINE 14 COLUMN 21 USING WS-LST-COMPETENCIA (6).
           05 LINE 14 COLUMN 29 USING WS-LST-VALOR (6).
           05 LINE 14 COLUMN 41 USING WS-LST-ABERTURA (6).
           05 LINE 14 COLUMN 53 USING WS-LST-OPERADOR (6).
           05 LINE 15 COLUMN 04 USING WS-LST-NUM (7).
           05 LINE 15 COLUMN 08 USING WS-LST-CPF (7).
           05 LINE 15 COLUMN 21 USING WS-LST-COMPETENCIA (7).
           05 LINE 15 COLUMN 29 USING WS-LST-VALOR (7).
           05 LINE 15 COLUMN 41 USING WS-LST-ABERTURA (7).
           05 LINE 15 COLUMN 53 USING WS-LST-OPERADOR (7).
           05 LINE 16 COLUMN 04 USING WS-LST-NUM (8).
           05 LINE 16 COLUMN 08 USING WS-LST-CPF (8).
           05 LINE 16 COLUMN 21 USING WS-LST-COMPETENCIA (8).
           05 LINE 16 COLUMN 29 USING WS-LST-VALOR (8).
           05 LINE 16 COLUMN 41 USING WS-LST-ABERTURA (8).
           05 LINE 16 COLUMN 53 USING WS-LST-OPERADOR (8).
           05 LINE 17 COLUMN 04 USING WS-LST-NUM (9).
           05 LINE 17 COLUMN 08 USING WS-LST-CPF (9).
           05 LINE 17 COLUMN 21 USING WS-LST-COMPETENCIA (9).
           05 LINE 17 COLUMN 29 USING WS-LST-VALOR (9).
           05 LINE 17 COLUMN 41 USING WS-LST-ABERTURA (9).
           05 LINE 17 COLUMN 53 USING WS-LST-OPERADOR (9).
           05 LINE 18 COLUMN 04 USING WS-LST-NUM (10).
           05 LINE 18 COLUMN 08 USING WS-LST-CPF (10).
           05 LINE 18 COLUMN 21 USING WS-LST-COMPETENCIA (10).
           05 LINE 18 COLUMN 29 USING WS-LST-VALOR (10).
           05 LINE 18 COLUMN 41 USING WS-LST-ABERTURA (10).
           05 LINE 18 COLUMN 53 USING WS-LST-OPERADOR (10).

           05 LINE 19 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 20 COLUMN 04 VALUE
              "NUMERO DA CONTESTACAO (00 P/ VOLTAR): [  ]".
           05 S-ESCOLHA LINE 20 COLUMN 43 PIC 99 TO WS-ESCOLHA.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-ACAO.
           05 LINE 22 COLUMN 16 VALUE
              "(P)ROCEDENTE OU (I)MPROCEDENTE? [ ]".
           05 PICK-ACAO LINE 22 COLUMN 49 PIC X TO WS-ACAO.

       01 TELA1-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 22 COLUMN 80 TO CONFIRM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY.

      *ruling a dispute for the customer gives money back, so the
      *same supervisor gate APROVA_CREDITO sits behind applies here.
      *run standalone there is no signed-on session to inspect, so
      *the visto subprogram asks for supervisor credentials itself
      *(the ENCERRA_TURNO sign-off pattern) and signs the session in;
      *inside a logged session a supervisor passes straight through.
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "OPCAO RESTRITA A SUPERVISORES" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > 10
               MOVE SPACES TO WS-LISTA (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA

           PERFORM CARREGA-EM-ANALISE

           IF WS-QTD-LISTA = ZERO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "NENHUMA CONTESTACAO EM ANALISE" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY TELA1

           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-ESCOLHA = ZERO
                   OR (WS-ESCOLHA >= 1 AND WS-ESCOLHA <= WS-QTD-LISTA)
               ACCEPT S-ESCOLHA
           END-PERFORM

           IF WS-ESCOLHA NOT = ZERO
               PERFORM TRATA-CONTESTACAO
           END-IF

           EXIT PROGRAM.

       CARREGA-EM-ANALISE.
           OPEN INPUT ARQ-CONTESTACOES
           IF ST-CONTESTACAO NOT = "00"
               MOVE "S" TO WS-FIM-CTS
           ELSE
               MOVE "N" TO WS-FIM-CTS
           END-IF

           PERFORM UNTIL WS-FIM-CTS = "S" OR WS-QTD-LISTA = 10
               READ ARQ-CONTESTACOES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CTS
                   NOT AT END
                       IF CTS-EM-ANALISE
                           ADD 1 TO WS-QTD-LISTA
                           MOVE WS-QTD-LISTA TO
                               WS-LST-NUM (WS-QTD-LISTA)
                           MOVE CTS-CPF TO
                               WS-LST-CPF (WS-QTD-LISTA)
                           MOVE CTS-COMPETENCIA TO
                               WS-LST-COMPETENCIA (WS-QTD-LISTA)
                           MOVE CTS-VALOR-CONTESTADO TO WS-VALOR-EDIT
                           MOVE WS-VALOR-EDIT TO
                               WS-LST-VALOR (WS-QTD-LISTA)
                           MOVE CTS-DATA-ABERTURA TO WS-ABERTURA
                           MOVE CORRESPONDING WS-ABERTURA
                               TO WS-ABERTURA-EDIT
                           MOVE WS-ABERTURA-EDIT TO
                               WS-LST-ABERTURA (WS-QTD-LISTA)
                           MOVE CTS-OPERADOR TO
                               WS-LST-OPERADOR (WS-QTD-LISTA)
                           MOVE CTS-CHAVE TO
                               WS-LST-CHAVE (WS-QTD-LISTA)
                       END-IF
               END-READ
           END-PERFORM

           IF ST-CONTESTACAO NOT = "35"
               CLOSE ARQ-CONTESTACOES
           END-IF.

      *a dispute upheld is settled the way an outage is: an approved
      *value credit under the occurrence the complaint came in on,
      *netted off the next bill by EXTRATO_FATURAMENTO. The supervisor
      *ruling here is the approval, so it does not queue again in
      *APROVA_CREDITO. CREDITOS.DAT holds one credit per occurrence:
      *if that occurrence already earned one, the ruling is refused
      *and the dispute stays under analysis -- it must be registered
      *again under an occurrence of its own.
       TRATA-CONTESTACAO.
           MOVE SPACES TO WS-ACAO
           PERFORM WITH TEST AFTER UNTIL WS-ACAO = "P" OR "I"
               DISPLAY TELA1-ACAO
               ACCEPT PICK-ACAO
           END-PERFORM

           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - NADA FOI GRAVADO" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-CONTESTACOES
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO CTS-CHAVE
           READ ARQ-CONTESTACOES
               INVALID KEY MOVE "N" TO FOUND-CONTESTACAO
               NOT INVALID KEY MOVE "S" TO FOUND-CONTESTACAO
           END-READ

           IF FOUND-CONTESTACAO = "S" AND CTS-EM-ANALISE
               IF WS-ACAO = "P"
                   PERFORM GERA-CREDITO
               ELSE
                   MOVE "S" TO WS-CREDITO-OK
               END-IF
               IF WS-CREDITO-OK = "S"
                   IF WS-ACAO = "P"
                       SET CTS-PROCEDENTE TO TRUE
                       MOVE "PROCEDENTE - CREDITO LANCADO" TO MSG
                   ELSE
                       SET CTS-IMPROCEDENTE TO TRUE
                       MOVE "IMPROCEDENTE - VALOR VOLTA A COBRANCA"
                           TO MSG
                   END-IF
                   MOVE WS-DATA8 TO CTS-DATA-DECISAO
                   MOVE WS-OPERADOR-ID TO CTS-SUPERVISOR
                   REWRITE REG-CONTESTACAO
               END-IF
           ELSE
               MOVE "CONTESTACAO NAO ENCONTRADA" TO MSG
           END-IF
           CLOSE ARQ-CONTESTACOES

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER.

       GERA-CREDITO.
           MOVE "N" TO WS-CREDITO-OK
           MOVE CTS-CHAVE-OCORR TO CRD-CHAVE
           SET CRD-TIPO-VALOR TO TRUE
           MOVE CTS-VALOR-CONTESTADO TO CRD-VALOR
           MOVE ZERO TO CRD-DIAS
           SET CRD-APROVADO TO TRUE
           MOVE CTS-OPERADOR TO CRD-OPERADOR
           MOVE WS-OPERADOR-ID TO CRD-APROVADOR
           MOVE WS-DD-MM-YYYY TO CRD-DATA
           MOVE ZERO TO CRD-DATA-CONSUMO CRD-VALOR-CONSUMIDO
           MOVE WS-DATA8 TO CRD-DATA-APROVACAO
           ACCEPT WS-HORA-ATUAL FROM TIME
           STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
               DELIMITED BY SIZE INTO CRD-HORA-APROVACAO

           OPEN I-O ARQ-CREDITOS
           IF ST-CREDITO = "35"
               OPEN OUTPUT ARQ-CREDITOS
           END-IF
           WRITE REG-CREDITO
               INVALID KEY
                   MOVE "OCORRENCIA JA TEM CREDITO - NAO DECIDIDA"
                       TO MSG
               NOT INVALID KEY
                   MOVE "S" TO WS-CREDITO-OK
           END-WRITE
           CLOSE ARQ-CREDITOS.
