      *CADASTRO DE MODELOS DE EQUIPAMENTO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_MODELO_EQUIP AS "PGM63".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MODELOS-EQP ASSIGN TO "D:\MODELOSEQP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-CODIGO
               FILE STATUS IS ST-MODELO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MODELOS-EQP.
           COPY MEQCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-MODELO PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-MODELO PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-CODIGO PIC X(10) VALUE SPACES.
       77 WS-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-CUSTO PIC 9(5)V99 VALUE ZERO.
       77 WS-MINIMO PIC 9(5) VALUE ZERO.
       77 WS-PADRAO PIC X VALUE "N".
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
               VALUE  "    CADASTRO DE MODELOS DE EQUIPAMENTO".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    CODIGO DO MODELO.......: [          ]".
           05  LINE 11  COLUMN 01
               VALUE  "    DESCRICAO..............: [".
           05  LINE 11  COLUMN 61
               VALUE  "]".
           05  LINE 12  COLUMN 01
               VALUE  "    CUSTO UNITARIO (R$)....: [         ]".
           05  LINE 13  COLUMN 01
               VALUE  "    ESTOQUE MINIMO.........: [     ]".
           05  LINE 14  COLUMN 01
               VALUE  "    PADRAO P/ INSTALACAO...: [ ] (S/N)".
           05  LINE 15  COLUMN 01
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
               LINE 09  COLUMN 31  PIC X(10)
               USING  WS-CODIGO.

       01 TELA-DADOS.
           05  S-DESCRICAO
               LINE 11  COLUMN 31  PIC X(30)
               USING  WS-DESCRICAO.
           05  S-CUSTO
               LINE 12  COLUMN 31  PIC ZZZZ9,99
               USING  WS-CUSTO.
           05  S-MINIMO
               LINE 13  COLUMN 31  PIC ZZZZ9
               USING  WS-MINIMO.
           05  S-PADRAO
               LINE 14  COLUMN 31  PIC X(01)
               USING  WS-PADRAO.
           05  S-ATIVO
               LINE 15  COLUMN 31  PIC X(01)
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

      *the cost and the reorder point are purchasing decisions, so
      *the master sits behind the same supervisor gate as the other
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

      *keying an existing code corrects that model in place; the
      *code itself never changes, since the serials carry it.
           OPEN I-O ARQ-MODELOS-EQP
           IF ST-MODELO = "35"
               OPEN OUTPUT ARQ-MODELOS-EQP
               MOVE "N" TO FOUND-MODELO
           ELSE
               MOVE WS-CODIGO TO ME-CODIGO
               READ ARQ-MODELOS-EQP
                   INVALID KEY MOVE "N" TO FOUND-MODELO
                   NOT INVALID KEY MOVE "S" TO FOUND-MODELO
               END-READ
           END-IF

           IF FOUND-MODELO = "S"
               MOVE ME-DESCRICAO TO WS-DESCRICAO
               MOVE ME-CUSTO TO WS-CUSTO
               MOVE ME-ESTOQUE-MINIMO TO WS-MINIMO
               MOVE ME-PADRAO-INSTALACAO TO WS-PADRAO
               MOVE ME-ATIVO TO WS-ATIVO
               MOVE "MODELO JA CADASTRADO - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-DESCRICAO NOT = SPACES
               ACCEPT S-DESCRICAO
           END-PERFORM
           ACCEPT S-CUSTO
           ACCEPT S-MINIMO
           PERFORM WITH TEST AFTER UNTIL WS-PADRAO = "S" OR "N"
               ACCEPT S-PADRAO
               MOVE FUNCTION UPPER-CASE (WS-PADRAO) TO WS-PADRAO
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
                   MOVE "MODO TREINAMENTO - MODELO NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-MODELO
               END-IF
           END-IF

           CLOSE ARQ-MODELOS-EQP

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

       GRAVA-MODELO.
           MOVE WS-CODIGO TO ME-CODIGO
           MOVE WS-DESCRICAO TO ME-DESCRICAO
           MOVE WS-CUSTO TO ME-CUSTO
           MOVE WS-MINIMO TO ME-ESTOQUE-MINIMO
           MOVE WS-PADRAO TO ME-PADRAO-INSTALACAO
           MOVE WS-ATIVO TO ME-ATIVO
           MOVE WS-OPERADOR-ID TO ME-OPERADOR
           MOVE WS-HOJE-DATA8 TO ME-DATA-CADASTRO
           IF FOUND-MODELO = "S"
               REWRITE REG-MODELO-EQUIP
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR MODELO" TO MSG
                   NOT INVALID KEY
                       MOVE "MODELO CORRIGIDO COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-MODELO-EQUIP
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR MODELO" TO MSG
                   NOT INVALID KEY
                       MOVE "MODELO GRAVADO COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
