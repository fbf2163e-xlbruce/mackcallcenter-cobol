      *CADASTRO DE PROMOCOES COM FIDELIDADE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_PROMOCAO AS "PGM70".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROMOCOES ASSIGN TO "D:\PROMOCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS ST-PROMOCAO.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROMOCOES.
           COPY PRMCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-PROMOCAO PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-PROMOCAO PIC X VALUE "N".
       77 FOUND-PACOTE PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-CODIGO PIC X(6) VALUE SPACES.
       77 WS-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-PACOTE PIC X VALUE SPACE.
       77 WS-PACOTE-DESC PIC X(20) VALUE SPACES.
       77 WS-PRAZO PIC 9(2) VALUE ZERO.
       77 WS-REGRA PIC X VALUE SPACE.
       77 WS-VALOR-MULTA PIC 9(5)V99 VALUE ZERO.
       77 WS-ATIVA PIC X VALUE "S".
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
               VALUE  "    CADASTRO DE PROMOCOES COM FIDELIDADE".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    CODIGO DA PROMOCAO.....: [      ]".
           05  LINE 10  COLUMN 01
               VALUE  "    DESCRICAO..............: [".
           05  LINE 10  COLUMN 60  VALUE "]".
           05  LINE 11  COLUMN 01
               VALUE  "    PACOTE (BRANCO=TODOS)..: [ ]".
           05  LINE 13  COLUMN 01
               VALUE  "    FIDELIDADE (MESES).....: [  ]".
           05  LINE 14  COLUMN 01
               VALUE  "    REGRA DA MULTA.........: [ ]".
           05  LINE 14  COLUMN 41
               VALUE  "(I-INTEGRAL P-PROPORCIONAL)".
           05  LINE 15  COLUMN 01
               VALUE  "    VALOR DA MULTA.........: [        ]".
           05  LINE 16  COLUMN 01
               VALUE  "    PROMOCAO ATIVA (S/N)...: [ ]".
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
           05  S-CODIGO
               LINE 09  COLUMN 31  PIC X(06)
               USING  WS-CODIGO.

       01 TELA-DADOS.
           05  S-DESCRICAO
               LINE 10  COLUMN 31  PIC X(30)
               USING  WS-DESCRICAO.
           05  S-PACOTE
               LINE 11  COLUMN 31  PIC X(01)
               USING  WS-PACOTE.
           05  LINE 11  COLUMN 35  PIC X(20) FROM WS-PACOTE-DESC.
           05  S-PRAZO
               LINE 13  COLUMN 31  PIC 9(02)
               USING  WS-PRAZO.
           05  S-REGRA
               LINE 14  COLUMN 31  PIC X(01)
               USING  WS-REGRA.
           05  S-VALOR-MULTA
               LINE 15  COLUMN 31  PIC ZZZZ9,99
               USING  WS-VALOR-MULTA.
           05  S-ATIVA
               LINE 16  COLUMN 31  PIC X(01)
               USING  WS-ATIVA.

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

      *the fee a promotion binds the customer to is a commercial
      *decision, so the master sits behind the supervisor gate like
      *the discount and commission masters.
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

           PERFORM WITH TEST AFTER UNTIL WS-CODIGO NOT = SPACES
               ACCEPT S-CODIGO
               MOVE FUNCTION UPPER-CASE (WS-CODIGO) TO WS-CODIGO
           END-PERFORM

      *keying a code already on file corrects the promotion in
      *place; contracts already signed keep the terms they copied.
           OPEN I-O ARQ-PROMOCOES
           IF ST-PROMOCAO = "35"
               OPEN OUTPUT ARQ-PROMOCOES
               CLOSE ARQ-PROMOCOES
               OPEN I-O ARQ-PROMOCOES
           END-IF
           MOVE WS-CODIGO TO PR-CODIGO
           READ ARQ-PROMOCOES
               INVALID KEY MOVE "N" TO FOUND-PROMOCAO
               NOT INVALID KEY MOVE "S" TO FOUND-PROMOCAO
           END-READ
           IF FOUND-PROMOCAO = "S"
               MOVE PR-DESCRICAO TO WS-DESCRICAO
               MOVE PR-PACOTE TO WS-PACOTE
               MOVE PR-PRAZO-MESES TO WS-PRAZO
               MOVE PR-REGRA-MULTA TO WS-REGRA
               MOVE PR-VALOR-MULTA TO WS-VALOR-MULTA
               MOVE PR-ATIVA TO WS-ATIVA
               MOVE "PROMOCAO JA CADASTRADA - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           OPEN INPUT ARQ-PACOTES
           IF ST-PACOTE NOT = "00"
               CLOSE ARQ-PROMOCOES
               MOVE "CADASTRE PACOTES PRIMEIRO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM BUSCA-PACOTE
           DISPLAY TELA-DADOS

           PERFORM WITH TEST AFTER UNTIL WS-DESCRICAO NOT = SPACES
               ACCEPT S-DESCRICAO
           END-PERFORM

           MOVE "N" TO FOUND-PACOTE
           PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
               ACCEPT S-PACOTE
               MOVE FUNCTION UPPER-CASE (WS-PACOTE) TO WS-PACOTE
               PERFORM BUSCA-PACOTE
               IF FOUND-PACOTE NOT = "S"
                   MOVE "PACOTE INEXISTENTE" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
               DISPLAY TELA-DADOS
           END-PERFORM
           CLOSE ARQ-PACOTES

           PERFORM WITH TEST AFTER UNTIL WS-PRAZO >= 1
                   AND WS-PRAZO <= 36
               ACCEPT S-PRAZO
               IF WS-PRAZO < 1 OR WS-PRAZO > 36
                   MOVE "FIDELIDADE DEVE SER DE 1 A 36 MESES" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-REGRA = "I" OR "P"
               ACCEPT S-REGRA
               MOVE FUNCTION UPPER-CASE (WS-REGRA) TO WS-REGRA
               IF WS-REGRA NOT = "I" AND WS-REGRA NOT = "P"
                   MOVE "REGRA DEVE SER I OU P" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-VALOR-MULTA > ZERO
               ACCEPT S-VALOR-MULTA
               IF WS-VALOR-MULTA = ZERO
                   MOVE "INFORME O VALOR DA MULTA" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-ATIVA = "S" OR "N"
               ACCEPT S-ATIVA
               MOVE FUNCTION UPPER-CASE (WS-ATIVA) TO WS-ATIVA
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
                   MOVE "MODO TREINAMENTO - PROMOCAO NAO GRAVADA"
                       TO MSG
               ELSE
                   PERFORM GRAVA-PROMOCAO
               END-IF
           END-IF

           CLOSE ARQ-PROMOCOES

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *a blank package is a promotion good for any of them.
       BUSCA-PACOTE.
           MOVE SPACES TO WS-PACOTE-DESC
           IF WS-PACOTE = SPACE
               MOVE "S" TO FOUND-PACOTE
               MOVE "TODOS OS PACOTES" TO WS-PACOTE-DESC
           ELSE
               MOVE WS-PACOTE TO PAC-CODIGO
               READ ARQ-PACOTES
                   INVALID KEY MOVE "N" TO FOUND-PACOTE
                   NOT INVALID KEY
                       MOVE "S" TO FOUND-PACOTE
                       MOVE PAC-DESCRICAO TO WS-PACOTE-DESC
               END-READ
           END-IF.

       GRAVA-PROMOCAO.
           MOVE WS-CODIGO TO PR-CODIGO
           MOVE WS-DESCRICAO TO PR-DESCRICAO
           MOVE WS-PACOTE TO PR-PACOTE
           MOVE WS-PRAZO TO PR-PRAZO-MESES
           MOVE WS-REGRA TO PR-REGRA-MULTA
           MOVE WS-VALOR-MULTA TO PR-VALOR-MULTA
           MOVE WS-ATIVA TO PR-ATIVA
           MOVE WS-OPERADOR-ID TO PR-OPERADOR
           MOVE WS-HOJE-DATA8 TO PR-DATA-ALTERACAO
           IF FOUND-PROMOCAO = "S"
               REWRITE REG-PROMOCAO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PROMOCAO" TO MSG
                   NOT INVALID KEY
                       MOVE "PROMOCAO CORRIGIDA COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-PROMOCAO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PROMOCAO" TO MSG
                   NOT INVALID KEY
                       MOVE "PROMOCAO GRAVADA COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
