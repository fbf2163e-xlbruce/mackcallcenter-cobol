      *CADASTRO DE NIVEL DE DADOS POR RELATORIO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_NIVEL_RELATORIO AS "PGM71".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NIVEIS ASSIGN TO "D:\NIVEIS_RELATORIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-RELATORIO
               FILE STATUS IS ST-NIVEL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NIVEIS.
           COPY NVRCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-NIVEL PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-NIVEL PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-RELATORIO PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC X VALUE SPACE.
       77 WS-NIVEL-ATUAL PIC X(30) VALUE SPACES.
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
               VALUE  "    NIVEL DE DADOS DO CLIENTE POR RELATORIO".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    RELATORIO (CATALOGO)...: [".
           05  LINE 09  COLUMN 50
               VALUE  "]".
           05  LINE 10  COLUMN 01
               VALUE  "    NIVEL ATUAL............: ".
           05  LINE 12  COLUMN 01
               VALUE  "    NIVEL PERMITIDO........: [ ]".
           05  LINE 12  COLUMN 36
               VALUE  "C = COMPLETO  M = MASCARADO".
           05  LINE 14  COLUMN 01
               VALUE  "    MASCARADO: CPF ***.456.789-**, SO O FINAL".
           05  LINE 15  COLUMN 01
               VALUE  "    DO TELEFONE E O ENDERECO SEM NUMEROS.".
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
           05  S-RELATORIO
               LINE 09  COLUMN 30  PIC X(20)
               USING  WS-RELATORIO.

       01 TELA-DADOS.
           05  LINE 10  COLUMN 30  PIC X(30) FROM WS-NIVEL-ATUAL.
           05  S-NIVEL
               LINE 12  COLUMN 31  PIC X(01)
               USING  WS-NIVEL.

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

      *who may keep a client's full CPF on disk is a privacy call,
      *so the levels sit behind the supervisor gate.
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

           PERFORM WITH TEST AFTER UNTIL WS-RELATORIO NOT = SPACES
               ACCEPT S-RELATORIO
               MOVE FUNCTION UPPER-CASE (WS-RELATORIO) TO WS-RELATORIO
               IF WS-RELATORIO = SPACES
                   MOVE "INFORME O NOME DO RELATORIO" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

      *keying a report already on file corrects its level in place.
           OPEN I-O ARQ-NIVEIS
           IF ST-NIVEL = "35"
               OPEN OUTPUT ARQ-NIVEIS
               CLOSE ARQ-NIVEIS
               OPEN I-O ARQ-NIVEIS
           END-IF
           MOVE WS-RELATORIO TO NR-RELATORIO
           READ ARQ-NIVEIS
               INVALID KEY MOVE "N" TO FOUND-NIVEL
               NOT INVALID KEY MOVE "S" TO FOUND-NIVEL
           END-READ
           IF FOUND-NIVEL = "S"
               MOVE NR-NIVEL TO WS-NIVEL
               IF NR-COMPLETO
                   MOVE "COMPLETO" TO WS-NIVEL-ATUAL
               ELSE
                   MOVE "MASCARADO" TO WS-NIVEL-ATUAL
               END-IF
           ELSE
               MOVE SPACE TO WS-NIVEL
               MOVE "SEM REGISTRO - PADRAO DO PROGR" TO WS-NIVEL-ATUAL
           END-IF

           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-NIVEL = "C" OR "M"
               ACCEPT S-NIVEL
               MOVE FUNCTION UPPER-CASE (WS-NIVEL) TO WS-NIVEL
               IF WS-NIVEL NOT = "C" AND WS-NIVEL NOT = "M"
                   MOVE "NIVEL INVALIDO (C M)" TO MSG
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
                   MOVE "MODO TREINAMENTO - NIVEL NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-NIVEL
               END-IF
           END-IF

           CLOSE ARQ-NIVEIS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

       GRAVA-NIVEL.
           MOVE WS-RELATORIO TO NR-RELATORIO
           MOVE WS-NIVEL TO NR-NIVEL
           MOVE WS-OPERADOR-ID TO NR-OPERADOR
           MOVE WS-HOJE-DATA8 TO NR-DATA
           IF FOUND-NIVEL = "S"
               REWRITE REG-NIVEL-RELATORIO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR NIVEL" TO MSG
                   NOT INVALID KEY
                       MOVE "NIVEL CORRIGIDO COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-NIVEL-RELATORIO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR NIVEL" TO MSG
                   NOT INVALID KEY
                       MOVE "NIVEL GRAVADO COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
