      *CADASTRO DE MOTIVO DE CANCELAMENTO
       program-id. CADASTRO_MOTIVO as "PGM55".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOTIVOS ASSIGN TO "D:\MOTIVOSCANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-CODIGO
               FILE STATUS IS ST-MOTIVO.

       data division.
       FILE SECTION.
       FD ARQ-MOTIVOS.
           COPY MOTCOPY.

       working-storage section.
       77 WS-TREINO PIC X VALUE "N".
       77 ST-MOTIVO PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-CODIGO PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       01 W-DATE.
           05 DIA PIC 99.
           05 MES PIC 99.
           05 ANO PIC 9999.
       01 W-DATE-BARRAS PIC XX/XX/XXXX.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01  TELA.
           05  LINE 01  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 01  COLUMN 41
               VALUE  "===================================".
           05  LINE 03  COLUMN 01
               VALUE  "                                TVMACK".
           05  LINE 05  COLUMN 01
               VALUE  "    CADASTRO DE MOTIVO DE CANCELAMENTO".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 09  COLUMN 01
               VALUE  "    CODIGO (3 LETRAS): [   ]".
           05  LINE 10  COLUMN 01
               VALUE  "    DESCRICAO........: [".
           05  LINE 10  COLUMN 54
               VALUE  "]".
           05  LINE 11  COLUMN 01
               VALUE  "    ATIVO (S/N)......: [ ]".
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
               LINE 05  COLUMN 66  PIC 99/99/9999
               FROM   W-DATE.
           05  S-MC-CODIGO
               LINE 09  COLUMN 24  PIC X(03)
               TO     MC-CODIGO.
           05  S-MC-DESCRICAO
               LINE 10  COLUMN 24  PIC X(30)
               TO     MC-DESCRICAO.
           05  S-MC-ATIVO
               LINE 11  COLUMN 24  PIC X(01)
               TO     MC-ATIVO.

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

           MOVE FUNCTION CURRENT-DATE TO W-DATE
           MOVE FUNCTION CURRENT-DATE (7:2) TO DIA
           MOVE FUNCTION CURRENT-DATE (5:2) TO MES
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANO
           STRING DIA "/" MES "/" ANO DELIMITED BY SIZE
               INTO W-DATE-BARRAS.

           DISPLAY TELA.

           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           ACCEPT S-MC-CODIGO.
           PERFORM WITH TEST AFTER UNTIL MC-CODIGO NOT = SPACES
               IF MC-CODIGO = SPACES
                   MOVE "CODIGO DO MOTIVO NAO PODE FICAR EM BRANCO"
                       TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT S-MC-CODIGO
               END-IF
           END-PERFORM

           OPEN I-O ARQ-MOTIVOS
           IF ST-MOTIVO = "35"
               OPEN OUTPUT ARQ-MOTIVOS
               MOVE "N" TO FOUND-CODIGO
           ELSE
               READ ARQ-MOTIVOS
                   INVALID KEY MOVE "N" TO FOUND-CODIGO
                   NOT INVALID KEY MOVE "S" TO FOUND-CODIGO
               END-READ
           END-IF

           IF FOUND-CODIGO = "S"
               MOVE "MOTIVO JA CADASTRADO PARA ESTE CODIGO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               CLOSE ARQ-MOTIVOS
               EXIT PROGRAM
           END-IF

           ACCEPT S-MC-DESCRICAO
           ACCEPT S-MC-ATIVO

           WRITE REG-MOTIVO-CANC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR MOTIVO" TO MSG
               NOT INVALID KEY
                   MOVE "MOTIVO GRAVADO COM SUCESSO" TO MSG
           END-WRITE

           CLOSE ARQ-MOTIVOS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

       EXIT program
