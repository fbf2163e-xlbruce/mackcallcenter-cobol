      *CADASTRO DE SERVICOS COBRAVEIS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_SERVICO_COBRAVEL AS "PGM74".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SERVICOS ASSIGN TO "D:\SERVICOS_COBRAVEIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-CODIGO
               FILE STATUS IS ST-SERVICO.

           SELECT ARQ-RESOLUCOES ASSIGN TO "D:\RESOLUCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-CODIGO
               FILE STATUS IS ST-RESOLUCAO-ARQ.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SERVICOS.
           COPY SVCCOPY.

       FD ARQ-RESOLUCOES.
           COPY RESCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-SERVICO PIC XX VALUE SPACES.
       77 ST-RESOLUCAO-ARQ PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-SERVICO PIC X VALUE "N".
       77 FOUND-RESOLUCAO PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-CODIGO PIC X(3) VALUE SPACES.
       77 WS-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-PRECO PIC 9(5)V99 VALUE ZERO.
       77 WS-RESOLUCAO PIC X(3) VALUE SPACES.
       77 WS-ATIVO PIC X VALUE "S".
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
               VALUE  "    CADASTRO DE SERVICOS COBRAVEIS".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    CODIGO DO SERVICO......: [   ]".
           05  LINE 11  COLUMN 01
               VALUE  "    DESCRICAO..............: [".
           05  LINE 11  COLUMN 61
               VALUE  "]".
           05  LINE 12  COLUMN 01
               VALUE  "    PRECO (R$).............: [         ]".
           05  LINE 13  COLUMN 01
               VALUE  "    COBRAR NA RESOLUCAO....: [   ]".
           05  LINE 13  COLUMN 36
               VALUE  "(BRANCO = SO LANCAMENTO MANUAL)".
           05  LINE 14  COLUMN 01
               VALUE  "    ATIVO (S/N)............: [ ]".
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
               LINE 09  COLUMN 31  PIC X(3)
               USING  WS-CODIGO.

       01 TELA-DADOS.
           05  S-DESCRICAO
               LINE 11  COLUMN 31  PIC X(30)
               USING  WS-DESCRICAO.
           05  S-PRECO
               LINE 12  COLUMN 31  PIC ZZZZ9,99
               USING  WS-PRECO.
           05  S-RESOLUCAO
               LINE 13  COLUMN 31  PIC X(3)
               USING  WS-RESOLUCAO.
           05  S-ATIVO
               LINE 14  COLUMN 31  PIC X(01)
               USING  WS-ATIVO.

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

      *the price is what every charge is posted at, so the catalog
      *sits behind the same supervisor gate as the other
      *price-bearing masters.
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
               IF WS-CODIGO = SPACES
                   MOVE "CODIGO NAO PODE FICAR EM BRANCO" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE (WS-CODIGO) TO WS-CODIGO

      *keying an existing code corrects that service in place; the
      *code itself never changes, since the charges carry it.
           OPEN I-O ARQ-SERVICOS
           IF ST-SERVICO = "35"
               OPEN OUTPUT ARQ-SERVICOS
               MOVE "N" TO FOUND-SERVICO
           ELSE
               MOVE WS-CODIGO TO SB-CODIGO
               READ ARQ-SERVICOS
                   INVALID KEY MOVE "N" TO FOUND-SERVICO
                   NOT INVALID KEY MOVE "S" TO FOUND-SERVICO
               END-READ
           END-IF

           IF FOUND-SERVICO = "S"
               MOVE SB-DESCRICAO TO WS-DESCRICAO
               MOVE SB-PRECO TO WS-PRECO
               MOVE SB-RESOLUCAO TO WS-RESOLUCAO
               MOVE SB-ATIVO TO WS-ATIVO
               MOVE "SERVICO JA CADASTRADO - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-DESCRICAO NOT = SPACES
               ACCEPT S-DESCRICAO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-PRECO > ZERO
               ACCEPT S-PRECO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL FOUND-RESOLUCAO = "S"
               ACCEPT S-RESOLUCAO
               MOVE FUNCTION UPPER-CASE (WS-RESOLUCAO) TO WS-RESOLUCAO
               PERFORM VALIDA-RESOLUCAO
               IF FOUND-RESOLUCAO NOT = "S"
                   MOVE "RESOLUCAO NAO CADASTRADA OU INATIVA" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-ATIVO = "S" OR "N"
               ACCEPT S-ATIVO
               MOVE FUNCTION UPPER-CASE (WS-ATIVO) TO WS-ATIVO
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
                   MOVE "MODO TREINAMENTO - SERVICO NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-SERVICO
               END-IF
           END-IF

           CLOSE ARQ-SERVICOS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *a blank resolution is allowed: the service is then only ever
      *charged by hand.
       VALIDA-RESOLUCAO.
           IF WS-RESOLUCAO = SPACES
               MOVE "S" TO FOUND-RESOLUCAO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FOUND-RESOLUCAO
           OPEN INPUT ARQ-RESOLUCOES
           IF ST-RESOLUCAO-ARQ = "00"
               MOVE WS-RESOLUCAO TO RES-CODIGO
               READ ARQ-RESOLUCOES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RES-ATIVO = "S"
                           MOVE "S" TO FOUND-RESOLUCAO
                       END-IF
               END-READ
               CLOSE ARQ-RESOLUCOES
           END-IF.

       GRAVA-SERVICO.
           MOVE WS-CODIGO TO SB-CODIGO
           MOVE WS-DESCRICAO TO SB-DESCRICAO
           MOVE WS-PRECO TO SB-PRECO
           MOVE WS-RESOLUCAO TO SB-RESOLUCAO
           MOVE WS-ATIVO TO SB-ATIVO
           MOVE WS-OPERADOR-ID TO SB-OPERADOR
           MOVE WS-HOJE-DATA8 TO SB-DATA-CADASTRO
           IF FOUND-SERVICO = "S"
               REWRITE REG-SERVICO-COBRAVEL
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR SERVICO" TO MSG
                   NOT INVALID KEY
                       MOVE "SERVICO CORRIGIDO COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-SERVICO-COBRAVEL
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR SERVICO" TO MSG
                   NOT INVALID KEY
                       MOVE "SERVICO GRAVADO COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
