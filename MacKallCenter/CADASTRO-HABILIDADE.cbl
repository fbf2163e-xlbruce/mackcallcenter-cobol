      *CADASTRO DE HABILIDADES DOS ATENDENTES
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_HABILIDADE AS "PGM76".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HABILIDADES ASSIGN TO "D:\HABILIDADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HB-CHAVE
               FILE STATUS IS ST-HABILIDADE.

           SELECT ARQ-ATENDENTES ASSIGN TO "D:\ATENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-ID
               FILE STATUS IS ST-ATENDENTE.

           SELECT ARQ-CATEGORIAS ASSIGN TO "D:\CATEGORIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS ST-CATEGORIA-ARQ.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HABILIDADES.
           COPY HABCOPY.

       FD ARQ-ATENDENTES.
           COPY ATECOPY.

       FD ARQ-CATEGORIAS.
           COPY CATCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-HABILIDADE PIC XX VALUE SPACES.
       77 ST-ATENDENTE PIC XX VALUE SPACES.
       77 ST-CATEGORIA-ARQ PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-HABILIDADE PIC X VALUE "N".
       77 FOUND-ATENDENTE PIC X VALUE "N".
       77 FOUND-CATEGORIA PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-AT-ID PIC X(5) VALUE SPACES.
       77 WS-AT-NOME PIC X(30) VALUE SPACES.
       77 WS-CATEGORIA PIC X(3) VALUE SPACES.
       77 WS-CATEGORIA-DESC PIC X(20) VALUE SPACES.
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
               VALUE  "    HABILIDADES DOS ATENDENTES".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    ID DO ATENDENTE........: [     ]".
           05  LINE 11  COLUMN 01
               VALUE  "    CATEGORIA..............: [   ]".
           05  LINE 13  COLUMN 01
               VALUE  "    HABILITADO (S/N).......: [ ]".
           05  LINE 13  COLUMN 36
               VALUE  "(N = NAO RECEBE MAIS ESTA CATEGORIA)".
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
           05  S-AT-ID
               LINE 09  COLUMN 31  PIC X(5)
               USING  WS-AT-ID.
           05  S-AT-NOME
               LINE 09  COLUMN 38  PIC X(30)
               FROM   WS-AT-NOME.
           05  S-CATEGORIA
               LINE 11  COLUMN 31  PIC X(3)
               USING  WS-CATEGORIA.
           05  S-CATEGORIA-DESC
               LINE 11  COLUMN 36  PIC X(20)
               FROM   WS-CATEGORIA-DESC.

       01 TELA-DADOS.
           05  S-ATIVO
               LINE 13  COLUMN 31  PIC X(01)
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

      *who gets which occurrences is the supervisors' call, so the
      *skills sit behind the same gate as the roster.
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

           OPEN INPUT ARQ-ATENDENTES
           IF ST-ATENDENTE NOT = "00"
               MOVE "NENHUM ATENDENTE CADASTRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL FOUND-ATENDENTE = "S"
               ACCEPT S-AT-ID
               MOVE FUNCTION UPPER-CASE (WS-AT-ID) TO WS-AT-ID
               MOVE WS-AT-ID TO AT-ID
               READ ARQ-ATENDENTES
                   INVALID KEY
                       MOVE "ID DE ATENDENTE INVALIDO" TO MSG
                       DISPLAY TELA-MENSAGEM
                   NOT INVALID KEY
                       MOVE "S" TO FOUND-ATENDENTE
                       MOVE AT-NOME TO WS-AT-NOME
                       DISPLAY TELA
               END-READ
           END-PERFORM
           CLOSE ARQ-ATENDENTES

           OPEN INPUT ARQ-CATEGORIAS
           IF ST-CATEGORIA-ARQ NOT = "00"
               MOVE "CADASTRE CATEGORIAS (PGM17) PRIMEIRO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL FOUND-CATEGORIA = "S"
               ACCEPT S-CATEGORIA
               MOVE FUNCTION UPPER-CASE (WS-CATEGORIA) TO WS-CATEGORIA
               MOVE WS-CATEGORIA TO CAT-CODIGO
               READ ARQ-CATEGORIAS
                   INVALID KEY
                       MOVE "CATEGORIA INVALIDA" TO MSG
                       DISPLAY TELA-MENSAGEM
                   NOT INVALID KEY
                       IF CAT-ATIVO = "S"
                           MOVE "S" TO FOUND-CATEGORIA
                           MOVE CAT-DESCRICAO TO WS-CATEGORIA-DESC
                           DISPLAY TELA
                       ELSE
                           MOVE "CATEGORIA INATIVA" TO MSG
                           DISPLAY TELA-MENSAGEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CATEGORIAS

      *keying a pair already on file corrects it in place; a skill
      *is never deleted, only switched off.
           OPEN I-O ARQ-HABILIDADES
           IF ST-HABILIDADE = "35"
               OPEN OUTPUT ARQ-HABILIDADES
               MOVE "N" TO FOUND-HABILIDADE
           ELSE
               MOVE WS-AT-ID TO HB-AT-ID
               MOVE WS-CATEGORIA TO HB-CATEGORIA
               READ ARQ-HABILIDADES
                   INVALID KEY MOVE "N" TO FOUND-HABILIDADE
                   NOT INVALID KEY MOVE "S" TO FOUND-HABILIDADE
               END-READ
           END-IF

           IF FOUND-HABILIDADE = "S"
               MOVE HB-ATIVO TO WS-ATIVO
               MOVE "HABILIDADE JA CADASTRADA - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           DISPLAY TELA-DADOS
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
                   MOVE "MODO TREINAMENTO - NADA GRAVADO" TO MSG
               ELSE
                   PERFORM GRAVA-HABILIDADE
               END-IF
           END-IF

           CLOSE ARQ-HABILIDADES

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

       GRAVA-HABILIDADE.
           MOVE WS-AT-ID TO HB-AT-ID
           MOVE WS-CATEGORIA TO HB-CATEGORIA
           MOVE WS-ATIVO TO HB-ATIVO
           MOVE WS-OPERADOR-ID TO HB-OPERADOR
           MOVE WS-HOJE-DATA8 TO HB-DATA-CADASTRO
           IF FOUND-HABILIDADE = "S"
               REWRITE REG-HABILIDADE
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR HABILIDADE" TO MSG
                   NOT INVALID KEY
                       MOVE "HABILIDADE CORRIGIDA COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-HABILIDADE
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR HABILIDADE" TO MSG
                   NOT INVALID KEY
                       MOVE "HABILIDADE GRAVADA COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
