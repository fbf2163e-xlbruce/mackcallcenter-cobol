      *CADASTRO DE TAXAS DE COMISSAO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_COMISSAO AS "PGM69".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TAXAS ASSIGN TO "D:\TAXASCOMISSAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS ST-TAXA.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TAXAS.
           COPY TXCCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-TAXA PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-TAXA PIC X VALUE "N".
       77 FOUND-PACOTE PIC X VALUE "N".
       77 FOUND-CANAL PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-PACOTE PIC X VALUE SPACE.
       77 WS-PACOTE-DESC PIC X(20) VALUE SPACES.
       77 WS-PRECO PIC 9(5)V99 VALUE ZERO.
       77 WS-CANAL PIC X VALUE SPACE.
       77 WS-CANAL-DESC PIC X(15) VALUE SPACES.
       77 WS-PERCENTUAL PIC 9(3)V99 VALUE ZERO.
       77 WS-VALOR PIC 9(5)V99 VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

       COPY CNLCOPY.

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
               VALUE  "    CADASTRO DE TAXAS DE COMISSAO".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    PACOTE.................: [ ]".
           05  LINE 10  COLUMN 01
               VALUE  "    PRECO MENSAL...........: ".
           05  LINE 11  COLUMN 01
               VALUE  "    CANAL DE VENDA.........: [ ]".
           05  LINE 11  COLUMN 41
               VALUE  "(T L P W R)".
           05  LINE 13  COLUMN 01
               VALUE  "    PERCENTUAL DE COMISSAO.: [   ,  ] %".
           05  LINE 14  COLUMN 01
               VALUE  "    COMISSAO POR VENDA.....: ".
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
           05  S-PACOTE
               LINE 09  COLUMN 31  PIC X(01)
               USING  WS-PACOTE.
           05  S-CANAL
               LINE 11  COLUMN 31  PIC X(01)
               USING  WS-CANAL.

       01 TELA-DADOS.
           05  LINE 09  COLUMN 35  PIC X(20) FROM WS-PACOTE-DESC.
           05  LINE 10  COLUMN 30  PIC ZZZZ9,99 FROM WS-PRECO.
           05  LINE 11  COLUMN 35  PIC X(15) FROM WS-CANAL-DESC.
           05  S-PERCENTUAL
               LINE 13  COLUMN 31  PIC 999,99
               USING  WS-PERCENTUAL.
           05  LINE 14  COLUMN 30  PIC ZZZZ9,99 FROM WS-VALOR.

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

      *what a sale pays the seller is money going out, so the rates
      *sit behind the supervisor gate like the discount master.
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

           OPEN INPUT ARQ-PACOTES
           IF ST-PACOTE NOT = "00"
               MOVE "CADASTRE PACOTES PRIMEIRO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF
           MOVE "N" TO FOUND-PACOTE
           PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
               ACCEPT S-PACOTE
               MOVE FUNCTION UPPER-CASE (WS-PACOTE) TO WS-PACOTE
               MOVE WS-PACOTE TO PAC-CODIGO
               READ ARQ-PACOTES
                   INVALID KEY
                       MOVE "PACOTE INEXISTENTE" TO MSG
                       DISPLAY TELA-MENSAGEM
                   NOT INVALID KEY
                       MOVE "S" TO FOUND-PACOTE
                       MOVE PAC-DESCRICAO TO WS-PACOTE-DESC
                       MOVE PAC-PRECO TO WS-PRECO
               END-READ
           END-PERFORM
           CLOSE ARQ-PACOTES

           MOVE "N" TO FOUND-CANAL
           PERFORM WITH TEST AFTER UNTIL FOUND-CANAL = "S"
               ACCEPT S-CANAL
               MOVE FUNCTION UPPER-CASE (WS-CANAL) TO WS-CANAL
               SET IDX-CANAL TO 1
               SEARCH CANAL-ITEM
                   AT END
                       MOVE "CANAL INVALIDO (T L P W R)" TO MSG
                       DISPLAY TELA-MENSAGEM
                   WHEN CNL-COD (IDX-CANAL) = WS-CANAL
                       MOVE "S" TO FOUND-CANAL
                       MOVE CNL-DESC (IDX-CANAL) TO WS-CANAL-DESC
               END-SEARCH
           END-PERFORM

      *keying a pair already on file corrects its rate in place.
           OPEN I-O ARQ-TAXAS
           IF ST-TAXA = "35"
               OPEN OUTPUT ARQ-TAXAS
               CLOSE ARQ-TAXAS
               OPEN I-O ARQ-TAXAS
           END-IF
           MOVE WS-PACOTE TO TC-PACOTE
           MOVE WS-CANAL TO TC-CANAL
           READ ARQ-TAXAS
               INVALID KEY MOVE "N" TO FOUND-TAXA
               NOT INVALID KEY MOVE "S" TO FOUND-TAXA
           END-READ
           IF FOUND-TAXA = "S"
               MOVE TC-PERCENTUAL TO WS-PERCENTUAL
               MOVE "TAXA JA CADASTRADA - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF
           PERFORM CALCULA-VALOR

           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-PERCENTUAL <= 100
               ACCEPT S-PERCENTUAL
               IF WS-PERCENTUAL > 100
                   MOVE "PERCENTUAL DEVE SER ATE 100,00" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM
           PERFORM CALCULA-VALOR
           DISPLAY TELA-DADOS

           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM

           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - TAXA NAO GRAVADA"
                       TO MSG
               ELSE
                   PERFORM GRAVA-TAXA
               END-IF
           END-IF

           CLOSE ARQ-TAXAS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *what one sale of the package through the channel pays at
      *today's price -- the run uses the price of the day it pays.
       CALCULA-VALOR.
           COMPUTE WS-VALOR ROUNDED = WS-PRECO * WS-PERCENTUAL / 100.

       GRAVA-TAXA.
           MOVE WS-PACOTE TO TC-PACOTE
           MOVE WS-CANAL TO TC-CANAL
           MOVE WS-PERCENTUAL TO TC-PERCENTUAL
           MOVE WS-OPERADOR-ID TO TC-OPERADOR
           MOVE WS-HOJE-DATA8 TO TC-DATA-ALTERACAO
           IF FOUND-TAXA = "S"
               REWRITE REG-TAXA-COMISSAO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR TAXA" TO MSG
                   NOT INVALID KEY
                       MOVE "TAXA CORRIGIDA COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-TAXA-COMISSAO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR TAXA" TO MSG
                   NOT INVALID KEY
                       MOVE "TAXA GRAVADA COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
