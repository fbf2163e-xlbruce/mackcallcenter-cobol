      *CADASTRO DE ALIQUOTAS DE TRIBUTOS SOBRE TELECOM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_ALIQUOTA AS "PGM59".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALIQUOTAS ASSIGN TO "D:\ALIQUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-CHAVE
               FILE STATUS IS ST-ALIQUOTA.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALIQUOTAS.
           COPY ALIQCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-ALIQUOTA PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-ALIQUOTA PIC X VALUE "N".
       77 FOUND-PACOTE PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-ESTADO PIC X(2) VALUE SPACES.
       77 WS-SERVICO PIC X(1) VALUE SPACE.
       77 WS-VIGENCIA PIC 9(6) VALUE ZERO.
       77 WS-ICMS PIC 9(2)V99 VALUE ZERO.
       77 WS-FUST PIC 9(2)V99 VALUE ZERO.
       77 WS-FUNTTEL PIC 9(2)V99 VALUE ZERO.
       77 WS-SERVICO-DESC PIC X(20) VALUE SPACES.
       77 WS-MES-VIGENCIA PIC 99 VALUE ZERO.
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
               VALUE  "    CADASTRO DE ALIQUOTAS (TELECOM)".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    ESTADO (UF)............: [  ]".
           05  LINE 10  COLUMN 01
               VALUE  "    SERVICO (* = TODOS)....: [ ]".
           05  LINE 11  COLUMN 01
               VALUE  "    VIGENTE A PARTIR DE....: [      ] (AAAAMM)".
           05  LINE 13  COLUMN 01
               VALUE  "    ICMS (%)...............: [     ]".
           05  LINE 14  COLUMN 01
               VALUE  "    FUST (%)...............: [     ]".
           05  LINE 15  COLUMN 01
               VALUE  "    FUNTTEL (%)............: [     ]".
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
           05  S-ESTADO
               LINE 09  COLUMN 31  PIC X(02)
               USING  WS-ESTADO.
           05  S-SERVICO
               LINE 10  COLUMN 31  PIC X(01)
               USING  WS-SERVICO.
           05  S-SERVICO-DESC
               LINE 10  COLUMN 35  PIC X(20)
               FROM   WS-SERVICO-DESC.
           05  S-VIGENCIA
               LINE 11  COLUMN 31  PIC 9(06)
               USING  WS-VIGENCIA.

       01 TELA-ALIQUOTAS.
           05  S-ICMS
               LINE 13  COLUMN 31  PIC Z9,99
               USING  WS-ICMS.
           05  S-FUST
               LINE 14  COLUMN 31  PIC Z9,99
               USING  WS-FUST.
           05  S-FUNTTEL
               LINE 15  COLUMN 31  PIC Z9,99
               USING  WS-FUNTTEL.

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

      *every invoice of the state is taxed off this file, so the same
      *supervisor gate the price and credit screens sit behind applies.
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

           PERFORM WITH TEST AFTER UNTIL WS-ESTADO NOT = SPACES
               ACCEPT S-ESTADO
               IF WS-ESTADO = SPACES
                   MOVE "ESTADO NAO PODE FICAR EM BRANCO" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE (WS-ESTADO) TO WS-ESTADO

           OPEN INPUT ARQ-PACOTES
           PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
               ACCEPT S-SERVICO
               PERFORM VALIDA-SERVICO
               IF FOUND-PACOTE NOT = "S"
                   MOVE "SERVICO NAO CADASTRADO EM PACOTES" TO MSG
                   DISPLAY TELA-MENSAGEM
               ELSE
                   DISPLAY S-SERVICO-DESC
               END-IF
           END-PERFORM
           IF ST-PACOTE = "00"
               CLOSE ARQ-PACOTES
           END-IF

      *a rate change is registered as a new row from the competencia
      *it takes effect, never typed over the old one; keying an
      *existing estado/servico/vigencia corrects that row.
           PERFORM WITH TEST AFTER UNTIL WS-MES-VIGENCIA >= 1
                   AND WS-MES-VIGENCIA <= 12
               ACCEPT S-VIGENCIA
               MOVE WS-VIGENCIA (5:2) TO WS-MES-VIGENCIA
               IF WS-MES-VIGENCIA < 1 OR WS-MES-VIGENCIA > 12
                   MOVE "VIGENCIA INVALIDA (AAAAMM)" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           OPEN I-O ARQ-ALIQUOTAS
           IF ST-ALIQUOTA = "35"
               OPEN OUTPUT ARQ-ALIQUOTAS
               MOVE "N" TO FOUND-ALIQUOTA
           ELSE
               MOVE WS-ESTADO TO AL-ESTADO
               MOVE WS-SERVICO TO AL-SERVICO
               MOVE WS-VIGENCIA TO AL-VIGENCIA
               READ ARQ-ALIQUOTAS
                   INVALID KEY MOVE "N" TO FOUND-ALIQUOTA
                   NOT INVALID KEY MOVE "S" TO FOUND-ALIQUOTA
               END-READ
           END-IF

           IF FOUND-ALIQUOTA = "S"
               MOVE AL-ICMS TO WS-ICMS
               MOVE AL-FUST TO WS-FUST
               MOVE AL-FUNTTEL TO WS-FUNTTEL
               MOVE "ALIQUOTA JA CADASTRADA - CORRIGINDO" TO MSG
               DISPLAY TELA-MENSAGEM
           END-IF

           DISPLAY TELA-ALIQUOTAS
           ACCEPT S-ICMS
           ACCEPT S-FUST
           ACCEPT S-FUNTTEL

           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM

           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - ALIQUOTA NAO GRAVADA"
                       TO MSG
               ELSE
                   PERFORM GRAVA-ALIQUOTA
               END-IF
           END-IF

           CLOSE ARQ-ALIQUOTAS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

       VALIDA-SERVICO.
           MOVE "N" TO FOUND-PACOTE
           MOVE SPACES TO WS-SERVICO-DESC
           MOVE FUNCTION UPPER-CASE (WS-SERVICO) TO WS-SERVICO
           IF WS-SERVICO = "*"
               MOVE "S" TO FOUND-PACOTE
               MOVE "TODOS OS SERVICOS" TO WS-SERVICO-DESC
               EXIT PARAGRAPH
           END-IF
           IF ST-PACOTE NOT = "00" OR WS-SERVICO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SERVICO TO PAC-CODIGO
           READ ARQ-PACOTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO FOUND-PACOTE
                   MOVE PAC-DESCRICAO TO WS-SERVICO-DESC
           END-READ.

       GRAVA-ALIQUOTA.
           MOVE WS-ESTADO TO AL-ESTADO
           MOVE WS-SERVICO TO AL-SERVICO
           MOVE WS-VIGENCIA TO AL-VIGENCIA
           MOVE WS-ICMS TO AL-ICMS
           MOVE WS-FUST TO AL-FUST
           MOVE WS-FUNTTEL TO AL-FUNTTEL
           MOVE WS-OPERADOR-ID TO AL-OPERADOR
           MOVE WS-HOJE-DATA8 TO AL-DATA-CADASTRO
           IF FOUND-ALIQUOTA = "S"
               REWRITE REG-ALIQUOTA
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR ALIQUOTA" TO MSG
                   NOT INVALID KEY
                       MOVE "ALIQUOTA CORRIGIDA COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-ALIQUOTA
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR ALIQUOTA" TO MSG
                   NOT INVALID KEY
                       MOVE "ALIQUOTA GRAVADA COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
