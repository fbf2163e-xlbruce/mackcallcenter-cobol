      *BAIXA POR PERDA DE DEBITOS DEVOLVIDOS PELA COBRANCA EXTERNA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA_PERDA AS "PGM73".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NEGATIVACOES ASSIGN TO "D:\NEGATIVACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NG-CPF
               FILE STATUS IS ST-NEGATIVACAO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NEGATIVACOES.
           COPY NEGCOPY.

       WORKING-STORAGE SECTION.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.

       77 ST-NEGATIVACAO PIC XX VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-NEG PIC X VALUE "N".
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ESCOLHA PIC 99 VALUE ZERO.
       77 WS-ACAO PIC X VALUE SPACE.
       77 FOUND-NEGATIVACAO PIC X VALUE "N".
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).

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

       01 WS-LISTA-TAB.
           05 WS-LISTA OCCURS 10 TIMES.
               10 WS-LST-NUM PIC X(2).
               10 WS-LST-CPF PIC X(11).
               10 WS-LST-COMPETENCIA PIC X(7).
               10 WS-LST-VALOR PIC X(10).
               10 WS-LST-INCLUSAO PIC X(10).
               10 WS-LST-DEVOLUCAO PIC X(10).
               10 WS-LST-CHAVE PIC 9(11).

       77 WS-VALOR-EDIT PIC ZZZZZZ9,99.
       01 WS-DATA8-AUX PIC 9(8) VALUE ZERO.
       01 WS-DATA-AUX-R REDEFINES WS-DATA8-AUX.
           05 AUX-ANO PIC 9999.
           05 AUX-MES PIC 99.
           05 AUX-DIA PIC 99.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE
               "BAIXA POR PERDA - DEVOLVIDOS PELA AGENCIA".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 08 COLUMN 04 VALUE "NO".
           05 LINE 08 COLUMN 08 VALUE "CPF".
           05 LINE 08 COLUMN 21 VALUE "COMPET".
           05 LINE 08 COLUMN 30 VALUE "VALOR".
           05 LINE 08 COLUMN 42 VALUE "NEGATIVADO".
           05 LINE 08 COLUMN 55 VALUE "DEVOLVIDO".

           05 LINE 09 COLUMN 04 USING WS-LST-NUM (1).
           05 LINE 09 COLUMN 08 USING WS-LST-CPF (1).
           05 LINE 09 COLUMN 21 USING WS-LST-COMPETENCIA (1).
           05 LINE 09 COLUMN 30 USING WS-LST-VALOR (1).
           05 LINE 09 COLUMN 42 USING WS-LST-INCLUSAO (1).
           05 LINE 09 COLUMN 55 USING WS-LST-DEVOLUCAO (1).
           05 LINE 10 COLUMN 04 USING WS-LST-NUM (2).
           05 LINE 10 COLUMN 08 USING WS-LST-CPF (2).
           05 LINE 10 COLUMN 21 USING WS-LST-COMPETENCIA (2).
           05 LINE 10 COLUMN 30 USING WS-LST-VALOR (2).
           05 LINE 10 COLUMN 42 USING WS-LST-INCLUSAO (2).
           05 LINE 10 COLUMN 55 USING WS-LST-DEVOLUCAO (2).
           05 LINE 11 COLUMN 04 USING WS-LST-NUM (3).
           05 LINE 11 COLUMN 08 USING WS-LST-CPF (3).
           05 LINE 11 COLUMN 21 USING WS-LST-COMPETENCIA (3).
           05 LINE 11 COLUMN 30 USING WS-LST-VALOR (3).
           05 LINE 11 COLUMN 42 USING WS-LST-INCLUSAO (3).
           05 LINE 11 COLUMN 55 USING WS-LST-DEVOLUCAO (3).
           05 LINE 12 COLUMN 04 USING WS-LST-NUM (4).
           05 LINE 12 COLUMN 08 USING WS-LST-CPF (4).
           05 LINE 12 COLUMN 21 USING WS-LST-COMPETENCIA (4).
           05 LINE 12 COLUMN 30 USING WS-LST-VALOR (4).
           05 LINE 12 COLUMN 42 USING WS-LST-INCLUSAO (4).
           05 LINE 12 COLUMN 55 USING WS-LST-DEVOLUCAO (4).
           05 LINE 13 COLUMN 04 USING WS-LST-NUM (5).
           05 LINE 13 COLUMN 08 USING WS-LST-CPF (5).
           05 LINE 13 COLUMN 21 USING WS-LST-COMPETENCIA (5).
           05 LINE 13 COLUMN 30 USING WS-LST-VALOR (5).
           05 LINE 13 COLUMN 42 USING WS-LST-INCLUSAO (5).
           05 LINE 13 COLUMN 55 USING WS-LST-DEVOLUCAO (5).
           05 LINE 14 COLUMN 04 USING WS-LST-NUM (6).
           05 LINE 14 COLUMN 08 USING WS-LST-CPF (6).
           05 LINE 14 COLUMN 21 USING WS-LST-COMPETENCIA (6).
           05 LINE 14 COLUMN 30 USING WS-LST-VALOR (6).
           05 LINE 14 COLUMN 42 USING WS-LST-INCLUSAO (6).
           05 LINE 14 COLUMN 55 USING WS-LST-DEVOLUCAO (6).
           05 LINE 15 COLUMN 04 USING WS-LST-NUM (7).
           05 LINE 15 COLUMN 08 USING WS-LST-CPF (7).
           05 LINE 15 COLUMN 21 USING WS-LST-COMPETENCIA (7).
           05 LINE 15 COLUMN 30 USING WS-LST-VALOR (7).
           05 LINE 15 COLUMN 42 USING WS-LST-INCLUSAO (7).
           05 LINE 15 COLUMN 55 USING WS-LST-DEVOLUCAO (7).
           05 LINE 16 COLUMN 04 USING WS-LST-NUM (8).
           05 LINE 16 COLUMN 08 USING WS-LST-CPF (8).
           05 LINE 16 COLUMN 21 USING WS-LST-COMPETENCIA (8).
           05 LINE 16 COLUMN 30 USING WS-LST-VALOR (8).
           05 LINE 16 COLUMN 42 USING WS-LST-INCLUSAO (8).
           05 LINE 16 COLUMN 55 USING WS-LST-DEVOLUCAO (8).
           05 LINE 17 COLUMN 04 USING WS-LST-NUM (9).
           05 LINE 17 COLUMN 08 USING WS-LST-CPF (9).
           05 LINE 17 COLUMN 21 USING WS-LST-COMPETENCIA (9).
           05 LINE 17 COLUMN 30 USING WS-LST-VALOR (9).
           05 LINE 17 COLUMN 42 USING WS-LST-INCLUSAO (9).
           05 LINE 17 COLUMN 55 USING WS-LST-DEVOLUCAO (9).
           05 LINE 18 COLUMN 04 USING WS-LST-NUM (10).
           05 LINE 18 COLUMN 08 USING WS-LST-CPF (10).
           05 LINE 18 COLUMN 21 USING WS-LST-COMPETENCIA (10).
           05 LINE 18 COLUMN 30 USING WS-LST-VALOR (10).
           05 LINE 18 COLUMN 42 USING WS-LST-INCLUSAO (10).
           05 LINE 18 COLUMN 55 USING WS-LST-DEVOLUCAO (10).

           05 LINE 19 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 20 COLUMN 04 VALUE
              "NUMERO DO DEBITO (00 P/ VOLTAR): [  ]".
           05 S-ESCOLHA LINE 20 COLUMN 38 PIC 99 TO WS-ESCOLHA.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-ACAO.
           05 LINE 22 COLUMN 16 VALUE
              "CONFIRMA BAIXA POR PERDA (S/N)? [ ]".
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
           MOVE WS-DATE TO WS-HOJE-DATA8

      *writing a debt off is money given up for good, so the same
      *supervisor gate the credit approval sits behind applies here.
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
               MOVE ZERO TO WS-LST-CHAVE (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA

           PERFORM CARREGA-DEVOLVIDOS

           IF WS-QTD-LISTA = ZERO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "NENHUM DEBITO DEVOLVIDO PELA AGENCIA" TO MSG
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
               PERFORM TRATA-DEVOLVIDO
           END-IF

           EXIT PROGRAM.

      *CARREGA-DEVOLVIDOS lists the first ten cases the collection
      *agency handed back as unrecoverable (NEGATIVACAO loads them
      *from the agency's monthly return).
       CARREGA-DEVOLVIDOS.
           OPEN INPUT ARQ-NEGATIVACOES
           IF ST-NEGATIVACAO NOT = "00"
               MOVE "S" TO WS-FIM-NEG
           ELSE
               MOVE "N" TO WS-FIM-NEG
           END-IF

           PERFORM UNTIL WS-FIM-NEG = "S" OR WS-QTD-LISTA = 10
               READ ARQ-NEGATIVACOES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-NEG
                   NOT AT END
                       IF NG-DEVOLVIDO
                           PERFORM GUARDA-DEVOLVIDO
                       END-IF
               END-READ
           END-PERFORM

           IF ST-NEGATIVACAO NOT = "35"
               CLOSE ARQ-NEGATIVACOES
           END-IF.

       GUARDA-DEVOLVIDO.
           ADD 1 TO WS-QTD-LISTA
           MOVE WS-QTD-LISTA TO WS-LST-NUM (WS-QTD-LISTA)
           MOVE NG-CPF TO WS-LST-CPF (WS-QTD-LISTA)
           MOVE NG-CPF TO WS-LST-CHAVE (WS-QTD-LISTA)
           STRING NG-COMPETENCIA (5:2) "/" NG-COMPETENCIA (1:4)
               DELIMITED BY SIZE INTO WS-LST-COMPETENCIA (WS-QTD-LISTA)
           COMPUTE WS-VALOR-EDIT = NG-VALOR - NG-VALOR-PAGO
               - NG-VALOR-RECUPERADO
           MOVE WS-VALOR-EDIT TO WS-LST-VALOR (WS-QTD-LISTA)
           MOVE NG-DATA-INCLUSAO TO WS-DATA8-AUX
           STRING AUX-DIA "/" AUX-MES "/" AUX-ANO
               DELIMITED BY SIZE INTO WS-LST-INCLUSAO (WS-QTD-LISTA)
           MOVE NG-DATA-DEVOLUCAO TO WS-DATA8-AUX
           STRING AUX-DIA "/" AUX-MES "/" AUX-ANO
               DELIMITED BY SIZE INTO WS-LST-DEVOLUCAO (WS-QTD-LISTA).

      *the bureau entry is left as it is: the client still owes, and
      *a later payment at the bank takes it off like any other.
       TRATA-DEVOLVIDO.
           MOVE SPACES TO WS-ACAO
           PERFORM WITH TEST AFTER UNTIL WS-ACAO = "S" OR "N"
               DISPLAY TELA1-ACAO
               ACCEPT PICK-ACAO
           END-PERFORM
           IF WS-ACAO = "N"
               MOVE "NENHUMA ALTERACAO GRAVADA" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - BAIXA NAO GRAVADA" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-NEGATIVACOES
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO NG-CPF
           READ ARQ-NEGATIVACOES
               INVALID KEY MOVE "N" TO FOUND-NEGATIVACAO
               NOT INVALID KEY MOVE "S" TO FOUND-NEGATIVACAO
           END-READ

      *the client may have paid, or another supervisor dealt with the
      *case, since the list was loaded.
           IF FOUND-NEGATIVACAO NOT = "S" OR NOT NG-DEVOLVIDO
               MOVE "DEBITO JA TRATADO" TO MSG
           ELSE
               SET NG-BAIXADO TO TRUE
               MOVE WS-HOJE-DATA8 TO NG-DATA-BAIXA
               MOVE WS-OPERADOR-ID TO NG-SUPERVISOR
               REWRITE REG-NEGATIVACAO
               MOVE "DEBITO BAIXADO POR PERDA" TO MSG
           END-IF
           CLOSE ARQ-NEGATIVACOES

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER.
