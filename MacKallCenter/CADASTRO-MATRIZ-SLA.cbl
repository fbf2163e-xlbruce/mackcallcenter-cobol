      *CADASTRO DA MATRIZ DE SLA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIZ_SLA AS "PGM72".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MATRIZ ASSIGN TO "D:\SLA_MATRIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS ST-MATRIZ.

           SELECT ARQ-CATEGORIAS ASSIGN TO "D:\CATEGORIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS ST-CATEGORIA.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MATRIZ.
           COPY SLMCOPY.

       FD ARQ-CATEGORIAS.
           COPY CATCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-MATRIZ PIC XX VALUE SPACES.
       77 ST-CATEGORIA PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-MATRIZ PIC X VALUE "N".
       77 FOUND-CATEGORIA PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

       77 WS-NIVEL PIC X VALUE SPACE.
       77 WS-CATEGORIA PIC X(3) VALUE SPACES.
       77 WS-PRIORIDADE PIC 9 VALUE ZERO.
       77 WS-VIGENCIA PIC 9(8) VALUE ZERO.
       77 WS-UNIDADE PIC X VALUE SPACE.
       77 WS-PRAZO PIC 9(3) VALUE ZERO.
       77 WS-SITUACAO PIC X(30) VALUE SPACES.

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
               VALUE  "    MATRIZ DE SLA POR NIVEL DE SERVICO".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    NIVEL DO CLIENTE.......: [ ]".
           05  LINE 09  COLUMN 36
               VALUE  "R = RESIDENCIAL P = PREMIUM E = EMPRESA".
           05  LINE 10  COLUMN 01
               VALUE  "    CATEGORIA..............: [   ]".
           05  LINE 10  COLUMN 36
               VALUE  "EM BRANCO = TODAS AS CATEGORIAS".
           05  LINE 11  COLUMN 01
               VALUE  "    PRIORIDADE.............: [ ]".
           05  LINE 11  COLUMN 36
               VALUE  "1 = ALTA  2 = MEDIA  3 = BAIXA".
           05  LINE 12  COLUMN 01
               VALUE  "    VIGENTE A PARTIR DE....: [        ]".
           05  LINE 12  COLUMN 42
               VALUE  "AAAAMMDD".
           05  LINE 13  COLUMN 01
               VALUE  "    SITUACAO...............: ".
           05  LINE 15  COLUMN 01
               VALUE  "    UNIDADE DO PRAZO.......: [ ]".
           05  LINE 15  COLUMN 36
               VALUE  "D = DIAS UTEIS  H = HORAS CORRIDAS".
           05  LINE 16  COLUMN 01
               VALUE  "    PRAZO..................: [   ]".
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
           05  S-NIVEL
               LINE 09  COLUMN 31  PIC X(01)
               USING  WS-NIVEL.
           05  S-CATEGORIA
               LINE 10  COLUMN 31  PIC X(03)
               USING  WS-CATEGORIA.
           05  S-PRIORIDADE
               LINE 11  COLUMN 31  PIC 9(01)
               USING  WS-PRIORIDADE.
           05  S-VIGENCIA
               LINE 12  COLUMN 31  PIC 9(08)
               USING  WS-VIGENCIA.

       01 TELA-DADOS.
           05  LINE 13  COLUMN 30  PIC X(30) FROM WS-SITUACAO.
           05  S-UNIDADE
               LINE 15  COLUMN 31  PIC X(01)
               USING  WS-UNIDADE.
           05  S-PRAZO
               LINE 16  COLUMN 31  PIC 9(03)
               USING  WS-PRAZO.

       01 TELA-CONFIRMA.
           05 LINE 18 COLUMN 05 VALUE "CONFIRMA A GRAVACAO (S/N)? [ ]".
           05 S-CONFIRMA LINE 18 COLUMN 33 PIC X TO WS-CONFIRMA.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 23  COLUMN 16  PIC X(39) FROM MSG.
           05 PRESS-ENTER LINE 23 COLUMN 80 TO RESP.

       PROCEDURE DIVISION.
      *one row of the SLA matrix per screen: a tier, a category (or
      *all of them) and a priority, from a vigencia on. Keying a row
      *already on file corrects it in place, but only while its
      *vigencia is still in the future -- a rate that has started to
      *stamp deadlines is replaced by keying a new vigencia, so the
      *occurrences opened under the old one keep meaning what they
      *meant.
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

      *the deadlines promised to every client tier are a supervisor's
      *call, like the priorities and the report levels.
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

           PERFORM WITH TEST AFTER UNTIL WS-NIVEL = "R" OR "P" OR "E"
               ACCEPT S-NIVEL
               MOVE FUNCTION UPPER-CASE (WS-NIVEL) TO WS-NIVEL
               IF WS-NIVEL NOT = "R" AND WS-NIVEL NOT = "P"
                       AND WS-NIVEL NOT = "E"
                   MOVE "NIVEL INVALIDO (R P E)" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM ACEITA-CATEGORIA

           PERFORM WITH TEST AFTER UNTIL WS-PRIORIDADE = 1 OR 2 OR 3
               ACCEPT S-PRIORIDADE
               IF WS-PRIORIDADE NOT = 1 AND WS-PRIORIDADE NOT = 2
                       AND WS-PRIORIDADE NOT = 3
                   MOVE "PRIORIDADE INVALIDA (1 2 3)" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-VIGENCIA > 20000000
               ACCEPT S-VIGENCIA
               IF WS-VIGENCIA NOT > 20000000
                   MOVE "INFORME A VIGENCIA (AAAAMMDD)" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           OPEN I-O ARQ-MATRIZ
           IF ST-MATRIZ = "35"
               OPEN OUTPUT ARQ-MATRIZ
               CLOSE ARQ-MATRIZ
               OPEN I-O ARQ-MATRIZ
           END-IF
           MOVE WS-NIVEL TO SM-NIVEL
           MOVE WS-CATEGORIA TO SM-CATEGORIA
           MOVE WS-PRIORIDADE TO SM-PRIORIDADE
           MOVE WS-VIGENCIA TO SM-VIGENCIA
           READ ARQ-MATRIZ
               INVALID KEY MOVE "N" TO FOUND-MATRIZ
               NOT INVALID KEY MOVE "S" TO FOUND-MATRIZ
           END-READ

           IF WS-VIGENCIA < WS-HOJE-DATA8
               CLOSE ARQ-MATRIZ
               IF FOUND-MATRIZ = "S"
                   MOVE "VIGENCIA JA INICIADA - CRIE OUTRA" TO MSG
               ELSE
                   MOVE "VIGENCIA NAO PODE SER RETROATIVA" TO MSG
               END-IF
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           IF FOUND-MATRIZ = "S"
               MOVE SM-UNIDADE TO WS-UNIDADE
               MOVE SM-PRAZO TO WS-PRAZO
               MOVE "LINHA EXISTENTE - CORRECAO" TO WS-SITUACAO
           ELSE
               MOVE "D" TO WS-UNIDADE
               MOVE ZERO TO WS-PRAZO
               MOVE "LINHA NOVA" TO WS-SITUACAO
           END-IF

           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-UNIDADE = "D" OR "H"
               ACCEPT S-UNIDADE
               MOVE FUNCTION UPPER-CASE (WS-UNIDADE) TO WS-UNIDADE
               IF WS-UNIDADE NOT = "D" AND WS-UNIDADE NOT = "H"
                   MOVE "UNIDADE INVALIDA (D H)" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-PRAZO > ZERO
               ACCEPT S-PRAZO
               IF WS-PRAZO = ZERO
                   MOVE "PRAZO DEVE SER MAIOR QUE ZERO" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
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
                   MOVE "MODO TREINAMENTO - PRAZO NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-MATRIZ
               END-IF
           END-IF

           CLOSE ARQ-MATRIZ

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *a category is checked against CATEGORIAS.DAT the way intake
      *checks it; spaces is the all-categories row of the tier.
       ACEITA-CATEGORIA.
           OPEN INPUT ARQ-CATEGORIAS
           MOVE "N" TO FOUND-CATEGORIA
           PERFORM WITH TEST AFTER UNTIL FOUND-CATEGORIA = "S"
               ACCEPT S-CATEGORIA
               MOVE FUNCTION UPPER-CASE (WS-CATEGORIA) TO WS-CATEGORIA
               IF WS-CATEGORIA = SPACES OR ST-CATEGORIA NOT = "00"
                   MOVE "S" TO FOUND-CATEGORIA
               ELSE
                   MOVE WS-CATEGORIA TO CAT-CODIGO
                   READ ARQ-CATEGORIAS
                       INVALID KEY
                           MOVE "CATEGORIA NAO CADASTRADA" TO MSG
                           DISPLAY TELA-MENSAGEM
                       NOT INVALID KEY
                           MOVE "S" TO FOUND-CATEGORIA
                   END-READ
               END-IF
           END-PERFORM
           IF ST-CATEGORIA = "00"
               CLOSE ARQ-CATEGORIAS
           END-IF.

       GRAVA-MATRIZ.
           MOVE WS-NIVEL TO SM-NIVEL
           MOVE WS-CATEGORIA TO SM-CATEGORIA
           MOVE WS-PRIORIDADE TO SM-PRIORIDADE
           MOVE WS-VIGENCIA TO SM-VIGENCIA
           MOVE WS-UNIDADE TO SM-UNIDADE
           MOVE WS-PRAZO TO SM-PRAZO
           MOVE WS-OPERADOR-ID TO SM-OPERADOR
           MOVE WS-HOJE-DATA8 TO SM-DATA-ALTERACAO
           IF FOUND-MATRIZ = "S"
               REWRITE REG-SLA-MATRIZ
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PRAZO" TO MSG
                   NOT INVALID KEY
                       MOVE "PRAZO CORRIGIDO COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-SLA-MATRIZ
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PRAZO" TO MSG
                   NOT INVALID KEY
                       MOVE "PRAZO GRAVADO COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
