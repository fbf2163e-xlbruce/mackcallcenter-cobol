      *CADASTRO DE ROTEIROS DE ATENDIMENTO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_ROTEIRO AS "PGM64".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ROTEIROS ASSIGN TO "D:\ROTEIROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS ST-ROTEIRO.

           SELECT ARQ-CATEGORIAS ASSIGN TO "D:\CATEGORIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS ST-CATEGORIA.

           SELECT ARQ-RESOLUCOES ASSIGN TO "D:\RESOLUCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-CODIGO
               FILE STATUS IS ST-RESOLUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ROTEIROS.
           COPY ROTCOPY.

       FD ARQ-CATEGORIAS.
           COPY CATCOPY.

       FD ARQ-RESOLUCOES.
           COPY RESCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
       77 ST-ROTEIRO PIC XX VALUE SPACES.
       77 ST-CATEGORIA PIC XX VALUE SPACES.
       77 ST-RESOLUCAO PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-PASSO PIC X VALUE "N".
       77 FOUND-CATEGORIA PIC X VALUE "N".
       77 WS-DESFECHO-OK PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-CATEGORIA PIC X(3) VALUE SPACES.
       77 WS-CATEGORIA-DESC PIC X(20) VALUE SPACES.
       77 WS-PASSO PIC 9(2) VALUE ZERO.
       77 WS-PERGUNTA PIC X(60) VALUE SPACES.

      *the two answers, "sim" first, edited one at a time through
      *the same WS-ACAO/WS-DESTINO/WS-RESOLUCAO fields.
       77 WS-IDX PIC 9 VALUE ZERO.
       01 WS-DESFECHOS.
           05 WS-DESFECHO OCCURS 2 TIMES.
               10 WS-D-ACAO PIC X(1).
               10 WS-D-DESTINO PIC 9(2).
               10 WS-D-RESOLUCAO PIC X(3).
       77 WS-ACAO PIC X VALUE SPACE.
       77 WS-DESTINO PIC 9(2) VALUE ZERO.
       77 WS-RESOLUCAO PIC X(3) VALUE SPACES.

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
               VALUE  "    CADASTRO DE ROTEIROS DE ATENDIMENTO".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    CATEGORIA..............: [   ]".
           05  LINE 10  COLUMN 01
               VALUE  "    PASSO (01 = INICIO)....: [  ]".
           05  LINE 11  COLUMN 01
               VALUE  "    PERGUNTA AO CLIENTE....:".
           05  LINE 13  COLUMN 01
               VALUE  "    P=PROXIMO PASSO  R=RESOLVIDO  V=VISITA".
           05  LINE 14  COLUMN 01
               VALUE  "    RESPOSTA SIM -> ACAO: [ ] PASSO: [  ]".
           05  LINE 14  COLUMN 42
               VALUE  "RESOLUCAO: [   ]".
           05  LINE 15  COLUMN 01
               VALUE  "    RESPOSTA NAO -> ACAO: [ ] PASSO: [  ]".
           05  LINE 15  COLUMN 42
               VALUE  "RESOLUCAO: [   ]".
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
           05  S-CATEGORIA
               LINE 09  COLUMN 31  PIC X(03)
               USING  WS-CATEGORIA.
           05  S-CATEGORIA-DESC
               LINE 09  COLUMN 37  PIC X(20)
               FROM   WS-CATEGORIA-DESC.
           05  S-PASSO
               LINE 10  COLUMN 31  PIC 9(02)
               USING  WS-PASSO.

       01 TELA-PERGUNTA.
           05  S-PERGUNTA
               LINE 12  COLUMN 05  PIC X(60)
               USING  WS-PERGUNTA.

       01 TELA-SIM.
           05  S-SIM-ACAO
               LINE 14  COLUMN 28  PIC X(01)
               USING  WS-ACAO.
           05  S-SIM-DESTINO
               LINE 14  COLUMN 38  PIC 9(02)
               USING  WS-DESTINO.
           05  S-SIM-RESOLUCAO
               LINE 14  COLUMN 54  PIC X(03)
               USING  WS-RESOLUCAO.

       01 TELA-NAO.
           05  S-NAO-ACAO
               LINE 15  COLUMN 28  PIC X(01)
               USING  WS-ACAO.
           05  S-NAO-DESTINO
               LINE 15  COLUMN 38  PIC 9(02)
               USING  WS-DESTINO.
           05  S-NAO-RESOLUCAO
               LINE 15  COLUMN 54  PIC X(03)
               USING  WS-RESOLUCAO.

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
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY

           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

      *a script belongs to a category that exists: the attendant
      *only ever reaches it through a category INCLUI_OCORR accepted.
           OPEN INPUT ARQ-CATEGORIAS
           IF ST-CATEGORIA NOT = "00"
               MOVE "CADASTRE CATEGORIAS (PGM17) PRIMEIRO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF
           MOVE "N" TO FOUND-CATEGORIA
           PERFORM WITH TEST AFTER UNTIL FOUND-CATEGORIA = "S"
               ACCEPT S-CATEGORIA
               MOVE WS-CATEGORIA TO CAT-CODIGO
               READ ARQ-CATEGORIAS
                   INVALID KEY
                       MOVE "CATEGORIA INVALIDA" TO MSG
                       DISPLAY TELA-MENSAGEM
                   NOT INVALID KEY
                       MOVE "S" TO FOUND-CATEGORIA
                       MOVE CAT-DESCRICAO TO WS-CATEGORIA-DESC
                       MOVE SPACES TO MSG
                       DISPLAY TELA-MENSAGEM
                       DISPLAY S-CATEGORIA-DESC
               END-READ
           END-PERFORM
           CLOSE ARQ-CATEGORIAS

           PERFORM WITH TEST AFTER UNTIL WS-PASSO > ZERO
               ACCEPT S-PASSO
           END-PERFORM

      *keying an existing step corrects it in place, which is how a
      *script is reworded or rerouted after the floor tries it.
           OPEN I-O ARQ-ROTEIROS
           IF ST-ROTEIRO = "35"
               OPEN OUTPUT ARQ-ROTEIROS
               MOVE "N" TO FOUND-PASSO
           ELSE
               MOVE WS-CATEGORIA TO RT-CATEGORIA
               MOVE WS-PASSO TO RT-PASSO
               READ ARQ-ROTEIROS
                   INVALID KEY MOVE "N" TO FOUND-PASSO
                   NOT INVALID KEY MOVE "S" TO FOUND-PASSO
               END-READ
           END-IF

           INITIALIZE WS-DESFECHOS
           IF FOUND-PASSO = "S"
               MOVE RT-PERGUNTA TO WS-PERGUNTA
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 2
                   MOVE RT-ACAO (WS-IDX) TO WS-D-ACAO (WS-IDX)
                   MOVE RT-PASSO-DESTINO (WS-IDX)
                       TO WS-D-DESTINO (WS-IDX)
                   MOVE RT-RESOLUCAO (WS-IDX)
                       TO WS-D-RESOLUCAO (WS-IDX)
               END-PERFORM
               MOVE "PASSO JA CADASTRADO - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           DISPLAY TELA-PERGUNTA
           PERFORM WITH TEST AFTER UNTIL WS-PERGUNTA NOT = SPACES
               ACCEPT S-PERGUNTA
           END-PERFORM

           OPEN INPUT ARQ-RESOLUCOES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 2
               PERFORM ACEITA-DESFECHO
           END-PERFORM
           CLOSE ARQ-RESOLUCOES

           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM

           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - PASSO NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-PASSO
               END-IF
           END-IF

           CLOSE ARQ-ROTEIROS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *ACEITA-DESFECHO takes where one answer leads and holds it to
      *the action it names: a next step other than this one, or a
      *resolution code that exists and is active.
       ACEITA-DESFECHO.
           MOVE WS-D-ACAO (WS-IDX) TO WS-ACAO
           MOVE WS-D-DESTINO (WS-IDX) TO WS-DESTINO
           MOVE WS-D-RESOLUCAO (WS-IDX) TO WS-RESOLUCAO
           IF WS-IDX = 1
               DISPLAY TELA-SIM
           ELSE
               DISPLAY TELA-NAO
           END-IF

           MOVE "N" TO WS-DESFECHO-OK
           PERFORM WITH TEST AFTER UNTIL WS-DESFECHO-OK = "S"
               IF WS-IDX = 1
                   ACCEPT S-SIM-ACAO
               ELSE
                   ACCEPT S-NAO-ACAO
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-ACAO) TO WS-ACAO
               EVALUATE WS-ACAO
                   WHEN "P"
                       MOVE SPACES TO WS-RESOLUCAO
                       IF WS-IDX = 1
                           ACCEPT S-SIM-DESTINO
                       ELSE
                           ACCEPT S-NAO-DESTINO
                       END-IF
                       IF WS-DESTINO = ZERO OR WS-DESTINO = WS-PASSO
                           MOVE "PASSO DE DESTINO INVALIDO" TO MSG
                           DISPLAY TELA-MENSAGEM
                       ELSE
                           MOVE "S" TO WS-DESFECHO-OK
                       END-IF
                   WHEN "R"
                       MOVE ZERO TO WS-DESTINO
                       IF WS-IDX = 1
                           ACCEPT S-SIM-RESOLUCAO
                       ELSE
                           ACCEPT S-NAO-RESOLUCAO
                       END-IF
                       MOVE FUNCTION UPPER-CASE (WS-RESOLUCAO)
                           TO WS-RESOLUCAO
                       PERFORM VALIDA-RESOLUCAO
                   WHEN "V"
                       MOVE ZERO TO WS-DESTINO
                       MOVE SPACES TO WS-RESOLUCAO
                       MOVE "S" TO WS-DESFECHO-OK
                   WHEN OTHER
                       MOVE "ACAO INVALIDA (P/R/V)" TO MSG
                       DISPLAY TELA-MENSAGEM
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO MSG
           DISPLAY TELA-MENSAGEM
           IF WS-IDX = 1
               DISPLAY TELA-SIM
           ELSE
               DISPLAY TELA-NAO
           END-IF
           MOVE WS-ACAO TO WS-D-ACAO (WS-IDX)
           MOVE WS-DESTINO TO WS-D-DESTINO (WS-IDX)
           MOVE WS-RESOLUCAO TO WS-D-RESOLUCAO (WS-IDX).

       VALIDA-RESOLUCAO.
           IF ST-RESOLUCAO NOT = "00"
               MOVE "CADASTRE RESOLUCOES (PGM18) PRIMEIRO" TO MSG
               DISPLAY TELA-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESOLUCAO TO RES-CODIGO
           READ ARQ-RESOLUCOES
               INVALID KEY
                   MOVE "RESOLUCAO INVALIDA" TO MSG
                   DISPLAY TELA-MENSAGEM
               NOT INVALID KEY
                   IF RES-ATIVO = "S"
                       MOVE "S" TO WS-DESFECHO-OK
                   ELSE
                       MOVE "RESOLUCAO INATIVA" TO MSG
                       DISPLAY TELA-MENSAGEM
                   END-IF
           END-READ.

       GRAVA-PASSO.
           MOVE WS-CATEGORIA TO RT-CATEGORIA
           MOVE WS-PASSO TO RT-PASSO
           MOVE WS-PERGUNTA TO RT-PERGUNTA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 2
               MOVE WS-D-ACAO (WS-IDX) TO RT-ACAO (WS-IDX)
               MOVE WS-D-DESTINO (WS-IDX) TO RT-PASSO-DESTINO (WS-IDX)
               MOVE WS-D-RESOLUCAO (WS-IDX) TO RT-RESOLUCAO (WS-IDX)
           END-PERFORM
           IF FOUND-PASSO = "S"
               REWRITE REG-ROTEIRO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PASSO" TO MSG
                   NOT INVALID KEY
                       MOVE "PASSO CORRIGIDO COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-ROTEIRO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PASSO" TO MSG
                   NOT INVALID KEY
                       MOVE "PASSO GRAVADO COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
