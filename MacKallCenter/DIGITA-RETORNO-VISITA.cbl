      *DIGITACAO DO RETORNO DAS ORDENS DE SERVICO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITA_RETORNO_VISITA AS "PGM62".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VISITAS ASSIGN TO "D:\VISITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-CHAVE
               FILE STATUS IS ST-VISITA.

           SELECT ARQ-RETORNO ASSIGN TO "D:\RETORNO_VISITAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-RETORNO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VISITAS.
           COPY VISCOPY.

       FD ARQ-RETORNO.
           COPY RETVISCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
       77 ST-VISITA PIC XX VALUE SPACES.
       77 ST-RETORNO PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 FOUND-VISITA PIC X VALUE "N".
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-OUTRO PIC X VALUE "S".
       77 WS-IDX PIC 9 VALUE ZERO.
       77 WS-TROCA-INVALIDA PIC X VALUE "N".

      *what the office keys from the paper order, copied as written:
      *the visit key printed under the order's title, the result,
      *the times and up to four serials that moved.
       77 WS-TEC-BUSCA PIC X(5) VALUE SPACES.
       77 WS-VIS-DIA PIC 99 VALUE ZERO.
       77 WS-VIS-MES PIC 99 VALUE ZERO.
       77 WS-VIS-ANO PIC 9999 VALUE ZERO.
       77 WS-VIS-PERIODO PIC X VALUE SPACE.
       77 WS-RESULTADO PIC X VALUE SPACE.
       77 WS-CHEGADA-HH PIC 99 VALUE ZERO.
       77 WS-CHEGADA-MM PIC 99 VALUE ZERO.
       77 WS-SAIDA-HH PIC 99 VALUE ZERO.
       77 WS-SAIDA-MM PIC 99 VALUE ZERO.
       01 WS-TROCAS.
           05 WS-TROCA OCCURS 4 TIMES.
               10 WS-SERIE PIC X(12).
               10 WS-TIPO-MOV PIC X(1).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA-RETORNO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE
              "RETORNO DE ORDEM DE SERVICO".
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 09 COLUMN 04 VALUE "ID DO TECNICO..: [     ]".
           05 S-TEC LINE 09 COLUMN 22 PIC X(5) TO WS-TEC-BUSCA.
           05 LINE 10 COLUMN 04 VALUE "DATA DA VISITA.: [  /  /    ]".
           05 S-VIS-DIA LINE 10 COLUMN 22 PIC 99 TO WS-VIS-DIA.
           05 S-VIS-MES LINE 10 COLUMN 25 PIC 99 TO WS-VIS-MES.
           05 S-VIS-ANO LINE 10 COLUMN 28 PIC 9999 TO WS-VIS-ANO.
           05 LINE 11 COLUMN 04 VALUE "PERIODO (M/T)..: [ ]".
           05 S-VIS-PERIODO LINE 11 COLUMN 22 PIC X TO WS-VIS-PERIODO.
           05 LINE 12 COLUMN 04 VALUE "RESULTADO (C/F): [ ]".
           05 S-RESULTADO LINE 12 COLUMN 22 PIC X TO WS-RESULTADO.
           05 LINE 12 COLUMN 26 VALUE
              "C CONCLUIDA / F CLIENTE AUSENTE".
           05 LINE 13 COLUMN 04 VALUE "HORA CHEGADA...: [  :  ]".
           05 S-CHEGADA-HH LINE 13 COLUMN 22 PIC 99 TO WS-CHEGADA-HH.
           05 S-CHEGADA-MM LINE 13 COLUMN 25 PIC 99 TO WS-CHEGADA-MM.
           05 LINE 14 COLUMN 04 VALUE "HORA SAIDA.....: [  :  ]".
           05 S-SAIDA-HH LINE 14 COLUMN 22 PIC 99 TO WS-SAIDA-HH.
           05 S-SAIDA-MM LINE 14 COLUMN 25 PIC 99 TO WS-SAIDA-MM.
           05 LINE 16 COLUMN 04 VALUE
              "SERIES TROCADAS (I INSTALADA/D DEVOLVIDA/F DEFEITO)".
           05 LINE 17 COLUMN 04 VALUE "SERIE [            ] MOV [ ]".
           05 S-SERIE-1 LINE 17 COLUMN 11 PIC X(12) TO WS-SERIE (1).
           05 S-TIPO-1 LINE 17 COLUMN 30 PIC X TO WS-TIPO-MOV (1).
           05 LINE 17 COLUMN 40 VALUE "SERIE [            ] MOV [ ]".
           05 S-SERIE-2 LINE 17 COLUMN 47 PIC X(12) TO WS-SERIE (2).
           05 S-TIPO-2 LINE 17 COLUMN 66 PIC X TO WS-TIPO-MOV (2).
           05 LINE 18 COLUMN 04 VALUE "SERIE [            ] MOV [ ]".
           05 S-SERIE-3 LINE 18 COLUMN 11 PIC X(12) TO WS-SERIE (3).
           05 S-TIPO-3 LINE 18 COLUMN 30 PIC X TO WS-TIPO-MOV (3).
           05 LINE 18 COLUMN 40 VALUE "SERIE [            ] MOV [ ]".
           05 S-SERIE-4 LINE 18 COLUMN 47 PIC X(12) TO WS-SERIE (4).
           05 S-TIPO-4 LINE 18 COLUMN 66 PIC X TO WS-TIPO-MOV (4).
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA-CONFIRMA.
           05 LINE 20 COLUMN 04 VALUE
              "CONFIRMA O RETORNO (S/N)? [ ]".
           05 PICK-CONFIRMA LINE 20 COLUMN 31 PIC X TO WS-CONFIRMA.

       01 TELA-OUTRO.
           05 LINE 20 COLUMN 04 VALUE
              "DIGITAR OUTRA ORDEM (S/N)? [ ]".
           05 PICK-OUTRO LINE 20 COLUMN 32 PIC X TO WS-OUTRO.

       01 TELA-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 22 COLUMN 80 TO RESP.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           MOVE "S" TO WS-OUTRO
           PERFORM UNTIL WS-OUTRO NOT = "S"
               PERFORM DIGITA-RETORNO
               MOVE SPACE TO WS-OUTRO
               PERFORM WITH TEST AFTER UNTIL WS-OUTRO = "S" OR "N"
                   ACCEPT PICK-OUTRO
                   MOVE FUNCTION UPPER-CASE (WS-OUTRO) TO WS-OUTRO
               END-PERFORM
           END-PERFORM

           EXIT PROGRAM.

      *DIGITA-RETORNO only checks that the order exists and is still
      *open; whether each serial may move is decided by the nightly
      *load (CARGA_RETORNO_VISITA), which reports what it refuses --
      *the same rules apply whether the line came from a handheld or
      *from this screen.
       DIGITA-RETORNO.
           INITIALIZE WS-TROCAS
           MOVE SPACES TO WS-TEC-BUSCA WS-VIS-PERIODO WS-RESULTADO
           MOVE ZERO TO WS-VIS-DIA WS-VIS-MES WS-VIS-ANO
               WS-CHEGADA-HH WS-CHEGADA-MM WS-SAIDA-HH WS-SAIDA-MM

           DISPLAY TELA-RETORNO
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           ACCEPT S-TEC
           PERFORM WITH TEST AFTER UNTIL
                   WS-VIS-DIA >= 1 AND WS-VIS-DIA <= 31
                   AND WS-VIS-MES >= 1 AND WS-VIS-MES <= 12
                   AND WS-VIS-ANO > 2000
               ACCEPT S-VIS-DIA
               ACCEPT S-VIS-MES
               ACCEPT S-VIS-ANO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   WS-VIS-PERIODO = "M" OR "T"
               ACCEPT S-VIS-PERIODO
               MOVE FUNCTION UPPER-CASE (WS-VIS-PERIODO)
                   TO WS-VIS-PERIODO
           END-PERFORM

           MOVE WS-TEC-BUSCA TO VS-TECNICO
           MOVE WS-VIS-ANO TO VS-ANO-VISITA
           MOVE WS-VIS-MES TO VS-MES-VISITA
           MOVE WS-VIS-DIA TO VS-DIA-VISITA
           MOVE WS-VIS-PERIODO TO VS-PERIODO
           MOVE "N" TO FOUND-VISITA
           OPEN INPUT ARQ-VISITAS
           IF ST-VISITA = "00"
               READ ARQ-VISITAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO FOUND-VISITA
               END-READ
               CLOSE ARQ-VISITAS
           END-IF
           IF FOUND-VISITA NOT = "S"
               MOVE "VISITA NAO ENCONTRADA" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF NOT VS-AGENDADA
               MOVE "VISITA JA CONCLUIDA OU COM FALTA" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST AFTER UNTIL
                   WS-RESULTADO = "C" OR "F"
               ACCEPT S-RESULTADO
               MOVE FUNCTION UPPER-CASE (WS-RESULTADO)
                   TO WS-RESULTADO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   WS-CHEGADA-HH <= 23 AND WS-CHEGADA-MM <= 59
               ACCEPT S-CHEGADA-HH
               ACCEPT S-CHEGADA-MM
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   WS-SAIDA-HH <= 23 AND WS-SAIDA-MM <= 59
               ACCEPT S-SAIDA-HH
               ACCEPT S-SAIDA-MM
           END-PERFORM

      *a customer who was not home leaves nothing swapped.
           IF WS-RESULTADO = "C"
               ACCEPT S-SERIE-1
               ACCEPT S-TIPO-1
               ACCEPT S-SERIE-2
               ACCEPT S-TIPO-2
               ACCEPT S-SERIE-3
               ACCEPT S-TIPO-3
               ACCEPT S-SERIE-4
               ACCEPT S-TIPO-4
           END-IF
           MOVE "N" TO WS-TROCA-INVALIDA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE FUNCTION UPPER-CASE (WS-TIPO-MOV (WS-IDX))
                   TO WS-TIPO-MOV (WS-IDX)
               IF WS-SERIE (WS-IDX) NOT = SPACES
                       AND WS-TIPO-MOV (WS-IDX) NOT = "I"
                       AND WS-TIPO-MOV (WS-IDX) NOT = "D"
                       AND WS-TIPO-MOV (WS-IDX) NOT = "F"
                   MOVE "S" TO WS-TROCA-INVALIDA
               END-IF
           END-PERFORM
           IF WS-TROCA-INVALIDA = "S"
               MOVE "MOVIMENTO DE SERIE INVALIDO (I/D/F)" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "N"
               ACCEPT PICK-CONFIRMA
               MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
               MOVE "RETORNO DESCARTADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

      *practice keying must not reach the live return the nightly
      *load picks up.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - RETORNO NAO GRAVADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-RETORNO
           MOVE "RETORNO GRAVADO - BAIXA NA CARGA NOTURNA" TO MSG
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       GRAVA-RETORNO.
           MOVE SPACES TO REG-RETORNO-VISITA
           MOVE WS-TEC-BUSCA TO RV-TECNICO
           COMPUTE RV-DATA-VISITA =
               WS-VIS-ANO * 10000 + WS-VIS-MES * 100 + WS-VIS-DIA
           MOVE WS-VIS-PERIODO TO RV-PERIODO
           MOVE WS-RESULTADO TO RV-RESULTADO
           COMPUTE RV-HORA-CHEGADA = WS-CHEGADA-HH * 100 + WS-CHEGADA-MM
           COMPUTE RV-HORA-SAIDA = WS-SAIDA-HH * 100 + WS-SAIDA-MM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-SERIE (WS-IDX) NOT = SPACES
                   MOVE WS-SERIE (WS-IDX) TO RV-SERIE (WS-IDX)
                   MOVE WS-TIPO-MOV (WS-IDX) TO RV-TIPO-MOV (WS-IDX)
               END-IF
           END-PERFORM

           OPEN EXTEND ARQ-RETORNO
           IF ST-RETORNO = "35"
               OPEN OUTPUT ARQ-RETORNO
           END-IF
           WRITE REG-RETORNO-VISITA
           CLOSE ARQ-RETORNO.
