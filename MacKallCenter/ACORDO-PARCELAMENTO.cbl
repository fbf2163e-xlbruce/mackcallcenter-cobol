      *ACORDO DE PARCELAMENTO DE DEBITO
       program-id. ACORDO_PARCELAMENTO as "PGM56".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-DEVEDORES ASSIGN TO "D:\DEVEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEV-CPF
               FILE STATUS IS ST-DEVEDOR.

           SELECT ARQ-ACORDOS ASSIGN TO "D:\ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS ST-ACORDO.

       data division.
       FILE SECTION.
       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-DEVEDORES.
           COPY DEVCOPY.

       FD ARQ-ACORDOS.
           COPY PARCCOPY.

       working-storage section.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-TREINO PIC X VALUE "N".
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-DEVEDOR PIC XX VALUE SPACES.
       77 ST-ACORDO PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 ESCOLHE PIC X VALUE SPACE.
       77 FOUND-CPF PIC X VALUE SPACE.
       77 FOUND-ACORDO PIC X VALUE SPACE.
       77 WS-TEM-ACORDO-EM-DIA PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
           COPY OPERSESSCOPY.
       01 WS-SESSAO-ATENDENTE PIC X(36) VALUE SPACES.
       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 CPF-RETORNO PIC 9 VALUE ZERO.
       01 W-DATE.
           05 DIA PIC 99.
           05 MES PIC 99.
           05 ANO PIC 9999.
       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

      *an agreement above WS-LIMITE-ACORDO (whole reais) gives away
      *enough of the company's leverage to need a supervisor's visto,
      *the same gate a retention discount sits behind.
       77 WS-LIMITE-ACORDO PIC 9(5) VALUE ZERO.
       77 WS-SUPERVISOR-ID PIC X(5) VALUE SPACES.

       77 WS-CPF PIC 9(11) VALUE ZERO.
       77 WS-NOME PIC X(30) VALUE SPACES.
       77 WS-COMPETENCIA PIC 9(6) VALUE ZERO.
       77 WS-VALOR-ABERTO PIC 9(7)V99 VALUE ZERO.
       77 WS-VALOR-ACORDO PIC 9(7)V99 VALUE ZERO.
       77 WS-QTDE-PARCELAS PIC 9(2) VALUE ZERO.
       77 WS-VALOR-PARCELA PIC 9(7)V99 VALUE ZERO.
       77 WS-VALOR-ULTIMA PIC 9(7)V99 VALUE ZERO.
       77 WS-VENC-DIA PIC 9(2) VALUE ZERO.
       77 WS-VENC-MES PIC 9(2) VALUE ZERO.
       77 WS-VENC-ANO PIC 9(4) VALUE ZERO.
       77 WS-MESES-TOTAL PIC 9(6) VALUE ZERO.
       77 WS-PARC-ANO PIC 9(4) VALUE ZERO.
       77 WS-PARC-MES PIC 9(2) VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-VENC-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-IDX-PARC PIC 9(2) VALUE ZERO.

       01 WS-PARCELAS-TAB.
           05 WS-PARC-LINHA PIC X(34) OCCURS 12 TIMES.
       01 WS-PARC-EDIT.
           05 WS-PE-NUMERO PIC Z9.
           05 FILLER PIC X(2) VALUE ") ".
           05 WS-PE-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-PE-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-PE-ANO PIC 9999.
           05 FILLER PIC X(4) VALUE " R$ ".
           05 WS-PE-VALOR PIC Z.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01  TELA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80)
           FROM LINHA.
           05 LINE 03 COLUMN 35 VALUE "TVMACK".
           05 LINE 05 COLUMN 04 VALUE "ACORDO DE PARCELAMENTO".
           05 LINE 05 COLUMN 66 PIC 99/99/9999
           FROM W-DATE.
           05 LINE 07 COLUMN 01 PIC X(80)
           FROM LINHA.

           05 LINE 09 COLUMN 04
           VALUE "CPF DO CLIENTE.: [           ]".
           05 S-CPF LINE 09 COLUMN 22 PIC 9(11) TO WS-CPF.

           05 LINE 10 COLUMN 04
           VALUE "NOME DO CLIENTE: [".
           05 LINE 10 COLUMN 52 VALUE "]".

           05 LINE 24 COLUMN 01 PIC X(80)
           FROM LINHA.
           05 LINE 25 COLUMN 05
           VALUE "MENSAGENS: ".
           05 LINE 26 COLUMN 01 PIC X(80)
           FROM LINHA.

       01 TELA-VALUES.
           05 LINE 10 COLUMN 22 PIC X(30) FROM WS-NOME.

       01 TELA-DEBITO.
           05 LINE 11 COLUMN 04
           VALUE "VALOR EM ABERTO: ".
           05 LINE 11 COLUMN 22 PIC Z.ZZZ.ZZ9,99 FROM WS-VALOR-ABERTO.
           05 LINE 12 COLUMN 04
           VALUE "COMPETENCIA....: [      ]".
           05 S-COMPETENCIA LINE 12 COLUMN 22 PIC 9(6)
           USING WS-COMPETENCIA.
           05 LINE 13 COLUMN 04
           VALUE "VALOR A PARCELAR [          ]".
           05 S-VALOR-ACORDO LINE 13 COLUMN 22 PIC 9(7)V99
           USING WS-VALOR-ACORDO.
           05 LINE 14 COLUMN 04
           VALUE "PARCELAS (1-12): [  ]".
           05 S-QTDE-PARCELAS LINE 14 COLUMN 22 PIC 9(2)
           TO WS-QTDE-PARCELAS.
           05 LINE 15 COLUMN 04
           VALUE "1o VENCIMENTO..: [  /  /    ]   (DIA 1 A 28)".
           05 S-VENC-DIA LINE 15 COLUMN 22 PIC 99 TO WS-VENC-DIA.
           05 S-VENC-MES LINE 15 COLUMN 25 PIC 99 TO WS-VENC-MES.
           05 S-VENC-ANO LINE 15 COLUMN 28 PIC 9999 TO WS-VENC-ANO.

       01 TELA-PARCELAS.
           05 LINE 17 COLUMN 04 PIC X(34) FROM WS-PARC-LINHA (1).
           05 LINE 18 COLUMN 04 PIC X(34) FROM WS-PARC-LINHA (2).
           05 LINE 19 COLUMN 04 PIC X(34) FROM WS-PARC-LINHA (3).
           05 LINE 20 COLUMN 04 PIC X(34) FROM WS-PARC-LINHA (4).
           05 LINE 21 COLUMN 04 PIC X(34) FROM WS-PARC-LINHA (5).
           05 LINE 22 COLUMN 04 PIC X(34) FROM WS-PARC-LINHA (6).
           05 LINE 17 COLUMN 42 PIC X(34) FROM WS-PARC-LINHA (7).
           05 LINE 18 COLUMN 42 PIC X(34) FROM WS-PARC-LINHA (8).
           05 LINE 19 COLUMN 42 PIC X(34) FROM WS-PARC-LINHA (9).
           05 LINE 20 COLUMN 42 PIC X(34) FROM WS-PARC-LINHA (10).
           05 LINE 21 COLUMN 42 PIC X(34) FROM WS-PARC-LINHA (11).
           05 LINE 22 COLUMN 42 PIC X(34) FROM WS-PARC-LINHA (12).

       01 TELA-CONFIRMA.
           05 LINE 25 COLUMN 16 VALUE
              "CONFIRMA O ACORDO (S/N)? [ ]".
           05 PICK-CONFIRMA LINE 25 COLUMN 42 PIC X TO ESCOLHE.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 25 COLUMN 16 PIC X(39) FROM MSG.
           05 PRESS-ENTER LINE 25 COLUMN 80 TO RESP.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"
               ON EXCEPTION
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-LIMITE-ACORDO FROM ENVIRONMENT
               "MACKALLCENTER_ACORDO_LIMITE"
               ON EXCEPTION
                   MOVE 500 TO WS-LIMITE-ACORDO
           END-ACCEPT
           IF WS-LIMITE-ACORDO = ZERO
               MOVE 500 TO WS-LIMITE-ACORDO
           END-IF

           MOVE FUNCTION CURRENT-DATE (7:2) TO DIA
           MOVE FUNCTION CURRENT-DATE (5:2) TO MES
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANO
           COMPUTE WS-HOJE-DATA8 = ANO * 10000 + MES * 100 + DIA

      *the attendant who took the call is who the agreement is
      *recorded against, even if a supervisor signs it halfway.
           MOVE WS-OPERADOR-SESSAO TO WS-SESSAO-ATENDENTE

           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           ACCEPT S-CPF.
           PERFORM WITH TEST AFTER UNTIL CPF-RETORNO = 1
               MOVE WS-CPF TO WS-CPF-NUM
               CALL "Validador_CPF" USING CPF-RETORNO WS-CPF-DIGITS
               IF CPF-RETORNO NOT = 1
                   MOVE "CPF INVALIDO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT S-CPF
               END-IF
           END-PERFORM

           OPEN INPUT ARQ-CLIENTES
           MOVE WS-CPF TO CPF
           READ ARQ-CLIENTES
               INVALID KEY MOVE "N" TO FOUND-CPF
               NOT INVALID KEY
                   MOVE "S" TO FOUND-CPF
                   MOVE NOME TO WS-NOME
           END-READ
           CLOSE ARQ-CLIENTES

           IF FOUND-CPF NOT = "S"
               MOVE "CLIENTE NAO CADASTRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF
           DISPLAY TELA-VALUES

           PERFORM VERIFICA-ACORDO-EM-DIA
           IF WS-TEM-ACORDO-EM-DIA = "S"
               MOVE "CLIENTE JA TEM ACORDO EM DIA" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

      *the open position the last delinquency run computed is offered
      *as the debt to renegotiate; the attendant may still correct
      *the competencia and the value (interest, a partial deal).
           MOVE ZERO TO WS-VALOR-ABERTO WS-COMPETENCIA
           OPEN INPUT ARQ-DEVEDORES
           IF ST-DEVEDOR = "00"
               MOVE WS-CPF TO DEV-CPF
               READ ARQ-DEVEDORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DEV-VALOR-ABERTO TO WS-VALOR-ABERTO
                       MOVE DEV-COMPETENCIA TO WS-COMPETENCIA
               END-READ
               CLOSE ARQ-DEVEDORES
           END-IF
           MOVE WS-VALOR-ABERTO TO WS-VALOR-ACORDO

           DISPLAY TELA-DEBITO
           PERFORM WITH TEST AFTER UNTIL WS-COMPETENCIA > 200000
               ACCEPT S-COMPETENCIA
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-VALOR-ACORDO > ZERO
               ACCEPT S-VALOR-ACORDO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   WS-QTDE-PARCELAS >= 1 AND WS-QTDE-PARCELAS <= 12
               ACCEPT S-QTDE-PARCELAS
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   WS-VENC-DIA >= 1 AND WS-VENC-DIA <= 28
                   AND WS-VENC-MES >= 1 AND WS-VENC-MES <= 12
                   AND WS-VENC-ANO > 2000
                   AND WS-VENC-DATA8 >= WS-HOJE-DATA8
               ACCEPT S-VENC-DIA
               ACCEPT S-VENC-MES
               ACCEPT S-VENC-ANO
               COMPUTE WS-VENC-DATA8 =
                   WS-VENC-ANO * 10000 + WS-VENC-MES * 100 + WS-VENC-DIA
               IF WS-VENC-DATA8 < WS-HOJE-DATA8
                   MOVE "1o VENCIMENTO NAO PODE SER PASSADO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           PERFORM MONTA-PARCELAS
           DISPLAY TELA-PARCELAS

           MOVE SPACES TO WS-SUPERVISOR-ID
           IF WS-VALOR-ACORDO > WS-LIMITE-ACORDO
               CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
               MOVE WS-OPERADOR-ID TO WS-SUPERVISOR-ID
               MOVE WS-SESSAO-ATENDENTE TO WS-OPERADOR-SESSAO
               PERFORM REEXIBE-TELA
               IF WS-VISTO-RETORNO NOT = 1
                   MOVE "VALOR EXIGE VISTO DE SUPERVISOR" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
                   EXIT PROGRAM
               END-IF
           END-IF

           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL ESCOLHE = "S" OR "N"
               ACCEPT PICK-CONFIRMA
           END-PERFORM

           IF ESCOLHE = "S"
               PERFORM GRAVA-ACORDO
           ELSE
               MOVE "ACORDO NAO GRAVADO" TO MSG
           END-IF

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

       EXIT program.

      *VERIFICA-ACORDO-EM-DIA walks the client's agreements the same
      *way the occurrence screens walk O-CHAVE: START on the CPF and
      *read forward while it still matches.
       VERIFICA-ACORDO-EM-DIA.
           MOVE "N" TO WS-TEM-ACORDO-EM-DIA
           OPEN INPUT ARQ-ACORDOS
           IF ST-ACORDO = "00"
               MOVE WS-CPF TO AC-CPF
               MOVE ZEROS TO AC-DATA-ACORDO AC-SEQ
               START ARQ-ACORDOS KEY IS >= AC-CHAVE
                   INVALID KEY MOVE "N" TO FOUND-ACORDO
                   NOT INVALID KEY MOVE "S" TO FOUND-ACORDO
               END-START
               PERFORM WITH TEST BEFORE UNTIL FOUND-ACORDO = "N"
                   READ ARQ-ACORDOS NEXT RECORD
                       AT END MOVE "N" TO FOUND-ACORDO
                   END-READ
                   IF FOUND-ACORDO = "S" AND AC-CPF = WS-CPF
                       IF AC-EM-DIA
                           MOVE "S" TO WS-TEM-ACORDO-EM-DIA
                       END-IF
                   ELSE
                       MOVE "N" TO FOUND-ACORDO
                   END-IF
               END-PERFORM
               CLOSE ARQ-ACORDOS
           END-IF.

      *MONTA-PARCELAS splits the value in equal installments, the
      *last one absorbing the cents the division leaves over, due on
      *the same day of each following month.
       MONTA-PARCELAS.
           INITIALIZE REG-ACORDO
           MOVE SPACES TO WS-PARCELAS-TAB
           DIVIDE WS-VALOR-ACORDO BY WS-QTDE-PARCELAS
               GIVING WS-VALOR-PARCELA
           COMPUTE WS-VALOR-ULTIMA = WS-VALOR-ACORDO
               - WS-VALOR-PARCELA * (WS-QTDE-PARCELAS - 1)
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-QTDE-PARCELAS
               COMPUTE WS-MESES-TOTAL = WS-VENC-ANO * 12
                   + WS-VENC-MES - 1 + WS-IDX-PARC - 1
               DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-PARC-ANO
                   REMAINDER WS-PARC-MES
               ADD 1 TO WS-PARC-MES
               COMPUTE AC-PARC-VENCIMENTO (WS-IDX-PARC) =
                   WS-PARC-ANO * 10000 + WS-PARC-MES * 100
                   + WS-VENC-DIA
               IF WS-IDX-PARC = WS-QTDE-PARCELAS
                   MOVE WS-VALOR-ULTIMA
                       TO AC-PARC-VALOR (WS-IDX-PARC)
               ELSE
                   MOVE WS-VALOR-PARCELA
                       TO AC-PARC-VALOR (WS-IDX-PARC)
               END-IF
               MOVE ZERO TO AC-PARC-PAGO (WS-IDX-PARC)
                   AC-PARC-DATA-PAGTO (WS-IDX-PARC)

               MOVE WS-IDX-PARC TO WS-PE-NUMERO
               MOVE WS-VENC-DIA TO WS-PE-DIA
               MOVE WS-PARC-MES TO WS-PE-MES
               MOVE WS-PARC-ANO TO WS-PE-ANO
               MOVE AC-PARC-VALOR (WS-IDX-PARC) TO WS-PE-VALOR
               MOVE WS-PARC-EDIT TO WS-PARC-LINHA (WS-IDX-PARC)
           END-PERFORM.

       GRAVA-ACORDO.
      *a practice agreement must not reach the live file the dunning
      *run and the bank load read.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - ACORDO NAO GRAVADO" TO MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CPF TO AC-CPF
           MOVE WS-HOJE-DATA8 TO AC-DATA-ACORDO
           MOVE ZERO TO AC-SEQ
           MOVE WS-COMPETENCIA TO AC-COMPETENCIA-DIVIDA
           MOVE WS-VALOR-ACORDO TO AC-VALOR-DIVIDA
           MOVE WS-QTDE-PARCELAS TO AC-QTDE-PARCELAS
           SET AC-EM-DIA TO TRUE
           MOVE WS-HOJE-DATA8 TO AC-DATA-SITUACAO
           MOVE WS-SESSAO-ATENDENTE (1:5) TO AC-OPERADOR
           MOVE WS-SUPERVISOR-ID TO AC-SUPERVISOR

           OPEN I-O ARQ-ACORDOS
           IF ST-ACORDO = "35"
               OPEN OUTPUT ARQ-ACORDOS
           END-IF
           PERFORM WITH TEST AFTER UNTIL ST-ACORDO NOT = "22"
               WRITE REG-ACORDO
                   INVALID KEY
                       ADD 1 TO AC-SEQ
               END-WRITE
           END-PERFORM
           CLOSE ARQ-ACORDOS

           IF ST-ACORDO = "00"
               MOVE "ACORDO GRAVADO COM SUCESSO" TO MSG
           ELSE
               MOVE "ERRO AO GRAVAR ACORDO" TO MSG
           END-IF.

       REEXIBE-TELA.
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           MOVE WS-CPF TO CPF
           DISPLAY TELA-VALUES
           DISPLAY TELA-DEBITO
           DISPLAY TELA-PARCELAS.
