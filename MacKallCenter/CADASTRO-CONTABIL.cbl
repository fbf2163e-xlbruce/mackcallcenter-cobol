      *CADASTRO DO MAPA DE CONTAS CONTABEIS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_CONTABIL AS "PGM60".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MAPA ASSIGN TO "D:\MAPACONTABIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-CHAVE
               FILE STATUS IS ST-MAPA.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MAPA.
           COPY CTBCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-MAPA PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-MAPA PIC X VALUE "N".
       77 FOUND-PACOTE PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-EVENTO PIC X(4) VALUE SPACES.
           88 WS-EVENTO-OK VALUES "RECE" "EQUI" "DESC" "CRED"
               "ICMS" "FUST" "FUNT" "RECB" "SUSP" "ALOC" "DEVL"
               "MULT" "SERV".
           88 WS-EVENTO-POR-PACOTE VALUE "RECE".
       77 WS-DETALHE PIC X(1) VALUE SPACE.
       77 WS-DETALHE-DESC PIC X(20) VALUE SPACES.
       77 WS-CONTA-DEBITO PIC X(20) VALUE SPACES.
       77 WS-CONTA-CREDITO PIC X(20) VALUE SPACES.
       77 WS-HISTORICO PIC X(30) VALUE SPACES.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

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
               VALUE  "    MAPA DE CONTAS CONTABEIS".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 08  COLUMN 01
               VALUE  "    EVENTOS: RECE EQUI DESC CRED ICMS FUST".
           05  LINE 08  COLUMN 43
               VALUE  " FUNT RECB SUSP ALOC DEVL MULT SERV".
           05  LINE 10  COLUMN 01
               VALUE  "    EVENTO.................: [    ]".
           05  LINE 11  COLUMN 01
               VALUE  "    PACOTE (SO RECE, *=TODOS): [ ]".
           05  LINE 13  COLUMN 01
               VALUE  "    CONTA A DEBITO.........: [".
           05  LINE 13  COLUMN 51  VALUE "]".
           05  LINE 14  COLUMN 01
               VALUE  "    CONTA A CREDITO........: [".
           05  LINE 14  COLUMN 51  VALUE "]".
           05  LINE 15  COLUMN 01
               VALUE  "    HISTORICO..............: [".
           05  LINE 15  COLUMN 61  VALUE "]".
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
           05  S-EVENTO
               LINE 10  COLUMN 31  PIC X(04)
               USING  WS-EVENTO.
           05  S-DETALHE
               LINE 11  COLUMN 33  PIC X(01)
               USING  WS-DETALHE.
           05  S-DETALHE-DESC
               LINE 11  COLUMN 37  PIC X(20)
               FROM   WS-DETALHE-DESC.

       01 TELA-CONTAS.
           05  S-CONTA-DEBITO
               LINE 13  COLUMN 31  PIC X(20)
               USING  WS-CONTA-DEBITO.
           05  S-CONTA-CREDITO
               LINE 14  COLUMN 31  PIC X(20)
               USING  WS-CONTA-CREDITO.
           05  S-HISTORICO
               LINE 15  COLUMN 31  PIC X(30)
               USING  WS-HISTORICO.

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

      *the accounts every day's journal is exported under are chosen
      *here, so the same supervisor gate the rate master sits behind
      *applies.
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

           PERFORM WITH TEST AFTER UNTIL WS-EVENTO-OK
               ACCEPT S-EVENTO
               MOVE FUNCTION UPPER-CASE (WS-EVENTO) TO WS-EVENTO
               IF NOT WS-EVENTO-OK
                   MOVE "EVENTO INVALIDO - VEJA A LISTA ACIMA" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

      *only revenue is split by package; every other event has a
      *single row with the detail left blank.
           IF WS-EVENTO-POR-PACOTE
               OPEN INPUT ARQ-PACOTES
               PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
                   ACCEPT S-DETALHE
                   PERFORM VALIDA-PACOTE
                   IF FOUND-PACOTE NOT = "S"
                       MOVE "PACOTE NAO CADASTRADO" TO MSG
                       DISPLAY TELA-MENSAGEM
                   ELSE
                       DISPLAY S-DETALHE-DESC
                   END-IF
               END-PERFORM
               IF ST-PACOTE = "00"
                   CLOSE ARQ-PACOTES
               END-IF
           ELSE
               MOVE SPACE TO WS-DETALHE
           END-IF

           OPEN I-O ARQ-MAPA
           IF ST-MAPA = "35"
               OPEN OUTPUT ARQ-MAPA
               MOVE "N" TO FOUND-MAPA
           ELSE
               MOVE WS-EVENTO TO MC-EVENTO
               MOVE WS-DETALHE TO MC-DETALHE
               READ ARQ-MAPA
                   INVALID KEY MOVE "N" TO FOUND-MAPA
                   NOT INVALID KEY MOVE "S" TO FOUND-MAPA
               END-READ
           END-IF

           IF FOUND-MAPA = "S"
               MOVE MC-CONTA-DEBITO TO WS-CONTA-DEBITO
               MOVE MC-CONTA-CREDITO TO WS-CONTA-CREDITO
               MOVE MC-HISTORICO TO WS-HISTORICO
               MOVE "EVENTO JA MAPEADO - ALTERANDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           DISPLAY TELA-CONTAS
           PERFORM WITH TEST AFTER UNTIL WS-CONTA-DEBITO NOT = SPACES
               ACCEPT S-CONTA-DEBITO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-CONTA-CREDITO NOT = SPACES
               ACCEPT S-CONTA-CREDITO
           END-PERFORM
           ACCEPT S-HISTORICO

           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM

           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - MAPA NAO GRAVADO" TO MSG
               ELSE
                   PERFORM GRAVA-MAPA
               END-IF
           END-IF

           CLOSE ARQ-MAPA

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

       VALIDA-PACOTE.
           MOVE "N" TO FOUND-PACOTE
           MOVE SPACES TO WS-DETALHE-DESC
           MOVE FUNCTION UPPER-CASE (WS-DETALHE) TO WS-DETALHE
           IF WS-DETALHE = "*"
               MOVE "S" TO FOUND-PACOTE
               MOVE "TODOS OS PACOTES" TO WS-DETALHE-DESC
               EXIT PARAGRAPH
           END-IF
           IF ST-PACOTE NOT = "00" OR WS-DETALHE = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DETALHE TO PAC-CODIGO
           READ ARQ-PACOTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO FOUND-PACOTE
                   MOVE PAC-DESCRICAO TO WS-DETALHE-DESC
           END-READ.

       GRAVA-MAPA.
           MOVE WS-EVENTO TO MC-EVENTO
           MOVE WS-DETALHE TO MC-DETALHE
           MOVE WS-CONTA-DEBITO TO MC-CONTA-DEBITO
           MOVE WS-CONTA-CREDITO TO MC-CONTA-CREDITO
           MOVE WS-HISTORICO TO MC-HISTORICO
           MOVE WS-OPERADOR-ID TO MC-OPERADOR
           MOVE WS-HOJE-DATA8 TO MC-DATA-CADASTRO
           IF FOUND-MAPA = "S"
               REWRITE REG-MAPA-CONTABIL
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR MAPA" TO MSG
                   NOT INVALID KEY
                       MOVE "MAPA ALTERADO COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-MAPA-CONTABIL
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR MAPA" TO MSG
                   NOT INVALID KEY
                       MOVE "MAPA GRAVADO COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
