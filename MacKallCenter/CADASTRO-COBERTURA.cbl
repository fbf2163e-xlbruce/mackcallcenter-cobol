      *CADASTRO DE COBERTURA POR CEP
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_COBERTURA AS "PGM68".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COBERTURA ASSIGN TO "D:\COBERTURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CEP-FIM
               FILE STATUS IS ST-COBERTURA.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-COBERTURA.
           COPY COBCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-COBERTURA PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-FAIXA PIC X VALUE "N".
       77 WS-SOBREPOE PIC X VALUE "N".
       77 WS-PACOTES-OK PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-CEP-INICIO PIC 9(8) VALUE ZERO.
       77 WS-CEP-FIM PIC 9(8) VALUE ZERO.
       77 WS-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-ATENDIDA PIC X VALUE "S".
       77 WS-ATENDIDA-ANTES PIC X VALUE SPACE.
       77 WS-PACOTES PIC X(10) VALUE SPACES.
       77 WS-DATA-ATIVACAO PIC 9(8) VALUE ZERO.
       77 WS-ATIVACAO-TELA PIC X(10) VALUE SPACES.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-IDX PIC 99 VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).
       01 WS-DD-MM-YYYY.
           05 DD PIC X(2).
           05 FILLER PIC X VALUE "/".
           05 MM PIC X(2).
           05 FILLER PIC X VALUE "/".
           05 YYYY PIC X(4).

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 01  COLUMN 41
               VALUE  "===================================".
           05  LINE 03  COLUMN 01
               VALUE  "                                TVMACK".
           05  LINE 05  COLUMN 01
               VALUE  "    CADASTRO DE COBERTURA POR CEP".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    CEP INICIAL DA FAIXA...: [        ]".
           05  LINE 10  COLUMN 01
               VALUE  "    CEP FINAL DA FAIXA.....: [        ]".
           05  LINE 10  COLUMN 41
               VALUE  "(ZERO = CEP UNICO)".
           05  LINE 12  COLUMN 01
               VALUE  "    DESCRICAO DA AREA......: [".
           05  LINE 12  COLUMN 61
               VALUE  "]".
           05  LINE 13  COLUMN 01
               VALUE  "    AREA ATENDIDA (S/N)....: [ ]".
           05  LINE 14  COLUMN 01
               VALUE  "    PACOTES VENDIDOS.......: [          ]".
           05  LINE 14  COLUMN 43
               VALUE  "(BRANCO = TODOS)".
           05  LINE 15  COLUMN 01
               VALUE  "    ATENDIDA DESDE.........: ".
           05  LINE 22  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 22  COLUMN 41
               VALUE  "====================================".
           05  LINE 23  COLUMN 01
               VALUE  "    MENSAGENS:".
           05  LINE 24  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 24  COLUMN 41
               VALUE  "====================================".
           05  S-DATA
               LINE 05  COLUMN 66  PIC X(10)
               FROM   WS-DD-MM-YYYY.
           05  S-CEP-INICIO
               LINE 09  COLUMN 31  PIC 9(08)
               USING  WS-CEP-INICIO.
           05  S-CEP-FIM
               LINE 10  COLUMN 31  PIC 9(08)
               USING  WS-CEP-FIM.

       01 TELA-DADOS.
           05  S-DESCRICAO
               LINE 12  COLUMN 31  PIC X(30)
               USING  WS-DESCRICAO.
           05  S-ATENDIDA
               LINE 13  COLUMN 31  PIC X(01)
               USING  WS-ATENDIDA.
           05  S-PACOTES
               LINE 14  COLUMN 31  PIC X(10)
               USING  WS-PACOTES.
           05  LINE 15  COLUMN 30  PIC X(10) FROM WS-ATIVACAO-TELA.

       01 TELA-CONFIRMA.
           05 LINE 18 COLUMN 05 VALUE "CONFIRMA A GRAVACAO (S/N)? [ ]".
           05 S-CONFIRMA LINE 18 COLUMN 33 PIC X TO WS-CONFIRMA.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 23  COLUMN 16  PIC X(39) FROM MSG.
           05 PRESS-ENTER LINE 23 COLUMN 80 TO RESP.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HOJE-DATA8
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY

           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

      *where the company sells is a commercial decision, so the
      *coverage master sits behind the supervisor gate like the
      *other masters that decide what can be sold.
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               DISPLAY TELA
               MOVE "OPCAO RESTRITA A SUPERVISORES" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-CEP-INICIO > ZERO
               ACCEPT S-CEP-INICIO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-CEP-FIM >= WS-CEP-INICIO
               ACCEPT S-CEP-FIM
               IF WS-CEP-FIM = ZERO
                   MOVE WS-CEP-INICIO TO WS-CEP-FIM
               END-IF
               IF WS-CEP-FIM < WS-CEP-INICIO
                   MOVE "CEP FINAL MENOR QUE O INICIAL" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM
           DISPLAY S-CEP-FIM

      *keying the end of an existing range corrects that range in
      *place; switching an area off and on again is done here too.
           OPEN I-O ARQ-COBERTURA
           IF ST-COBERTURA = "35"
               OPEN OUTPUT ARQ-COBERTURA
               CLOSE ARQ-COBERTURA
               OPEN I-O ARQ-COBERTURA
           END-IF
           MOVE WS-CEP-FIM TO CB-CEP-FIM
           READ ARQ-COBERTURA
               INVALID KEY MOVE "N" TO FOUND-FAIXA
               NOT INVALID KEY MOVE "S" TO FOUND-FAIXA
           END-READ

           IF FOUND-FAIXA = "S"
               MOVE CB-DESCRICAO TO WS-DESCRICAO
               MOVE CB-ATENDIDA TO WS-ATENDIDA WS-ATENDIDA-ANTES
               MOVE CB-PACOTES TO WS-PACOTES
               MOVE CB-DATA-ATIVACAO TO WS-DATA-ATIVACAO
               IF WS-DATA-ATIVACAO NOT = ZERO
                   STRING WS-DATA-ATIVACAO (7:2) "/"
                       WS-DATA-ATIVACAO (5:2) "/"
                       WS-DATA-ATIVACAO (1:4)
                       DELIMITED BY SIZE INTO WS-ATIVACAO-TELA
               END-IF
               MOVE "FAIXA JA CADASTRADA - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           PERFORM VERIFICA-SOBREPOSICAO
           IF WS-SOBREPOE = "S"
               MOVE "FAIXA SOBREPOE OUTRA JA CADASTRADA" TO MSG
               CLOSE ARQ-COBERTURA
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-DESCRICAO NOT = SPACES
               ACCEPT S-DESCRICAO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-ATENDIDA = "S" OR "N"
               ACCEPT S-ATENDIDA
               MOVE FUNCTION UPPER-CASE (WS-ATENDIDA) TO WS-ATENDIDA
           END-PERFORM
           MOVE "N" TO WS-PACOTES-OK
           PERFORM WITH TEST AFTER UNTIL WS-PACOTES-OK = "S"
               ACCEPT S-PACOTES
               MOVE FUNCTION UPPER-CASE (WS-PACOTES) TO WS-PACOTES
               PERFORM VALIDA-PACOTES
           END-PERFORM

           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM

           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - FAIXA NAO GRAVADA"
                       TO MSG
               ELSE
                   PERFORM GRAVA-FAIXA
               END-IF
           END-IF

           CLOSE ARQ-COBERTURA

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *ranges are kept apart so a CEP falls in exactly one of them:
      *the first range ending at or after the new start must be this
      *same range, or begin after the new end.
       VERIFICA-SOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOE
           MOVE WS-CEP-INICIO TO CB-CEP-FIM
           START ARQ-COBERTURA KEY IS >= CB-CEP-FIM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ARQ-COBERTURA NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CB-CEP-FIM NOT = WS-CEP-FIM
                                   AND CB-CEP-INICIO <= WS-CEP-FIM
                               MOVE "S" TO WS-SOBREPOE
                           END-IF
                   END-READ
           END-START.

      *every code typed must be a package on PACOTES.DAT.
       VALIDA-PACOTES.
           MOVE "S" TO WS-PACOTES-OK
           IF WS-PACOTES = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-PACOTES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               IF WS-PACOTES (WS-IDX:1) NOT = SPACE
                   MOVE WS-PACOTES (WS-IDX:1) TO PAC-CODIGO
                   READ ARQ-PACOTES
                       INVALID KEY
                           MOVE "N" TO WS-PACOTES-OK
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ARQ-PACOTES
           IF WS-PACOTES-OK NOT = "S"
               MOVE "PACOTE INEXISTENTE NA LISTA" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF.

      *the activation date moves only when the area goes from
      *unserved (or unknown) to served -- that is the moment the
      *waitlist for it becomes worth calling.
       GRAVA-FAIXA.
           IF WS-ATENDIDA = "S" AND WS-ATENDIDA-ANTES NOT = "S"
               MOVE WS-HOJE-DATA8 TO WS-DATA-ATIVACAO
           END-IF
           MOVE WS-CEP-FIM TO CB-CEP-FIM
           MOVE WS-CEP-INICIO TO CB-CEP-INICIO
           MOVE WS-DESCRICAO TO CB-DESCRICAO
           MOVE WS-ATENDIDA TO CB-ATENDIDA
           MOVE WS-PACOTES TO CB-PACOTES
           MOVE WS-DATA-ATIVACAO TO CB-DATA-ATIVACAO
           MOVE WS-OPERADOR-ID TO CB-OPERADOR
           MOVE WS-HOJE-DATA8 TO CB-DATA-ALTERACAO
           IF FOUND-FAIXA = "S"
               REWRITE REG-COBERTURA
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR FAIXA" TO MSG
                   NOT INVALID KEY
                       MOVE "FAIXA CORRIGIDA COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-COBERTURA
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR FAIXA" TO MSG
                   NOT INVALID KEY
                       MOVE "FAIXA GRAVADA COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
