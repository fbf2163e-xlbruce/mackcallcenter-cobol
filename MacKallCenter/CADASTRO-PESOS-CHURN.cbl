      *CADASTRO DE PESOS DO RISCO DE EVASAO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_PESOS_CHURN AS "PGM65".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PESOS-CHURN ASSIGN TO "D:\PESOS_CHURN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS ST-PESOS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PESOS-CHURN.
           COPY PCHCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 ST-PESOS PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-PESOS PIC X VALUE "N".
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

           COPY PCHPADCOPY.

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
               VALUE  "    PESOS DO RISCO DE EVASAO (CHURN)".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 08  COLUMN 01
               VALUE  "    SINAL".
           05  LINE 08  COLUMN 36
               VALUE  "PESO   TETO".
           05  LINE 09  COLUMN 01
               VALUE  "    OCORRENCIAS REPETIDAS........: [   ]  [   ]".
           05  LINE 10  COLUMN 01
               VALUE  "    SLA ESTOURADO................: [   ]  [   ]".
           05  LINE 11  COLUMN 01
               VALUE  "    PESQUISA COM NOTA BAIXA......: [   ]  [   ]".
           05  LINE 12  COLUMN 01
               VALUE  "    ATRASO NO PAGAMENTO..........: [   ]  [   ]".
           05  LINE 13  COLUMN 01
               VALUE  "    PACOTE DESCONTINUADO.........: [   ]  [   ]".
           05  LINE 14  COLUMN 01
               VALUE  "    CANCELAMENTO NO DOMICILIO....: [   ]  [   ]".
           05  LINE 16  COLUMN 01
               VALUE  "    JANELA DOS SINAIS 1-3 (DIAS).: [   ]".
           05  LINE 17  COLUMN 01
               VALUE  "    NOTA BAIXA (ATE).............: [ ]".
           05  LINE 18  COLUMN 01
               VALUE  "    DIAS DE ATRASO POR PONTO.....: [   ]".
           05  LINE 19  COLUMN 01
               VALUE  "    ALTO RISCO A PARTIR DE.......: [   ]".
           05  LINE 20  COLUMN 01
               VALUE  "    CLIENTES NA LISTA DE RETENCAO: [   ]".
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

       01 TELA-PESOS.
           05  S-PESO-1  LINE 09  COLUMN 36  PIC ZZ9 USING PC-PESO (1).
           05  S-TETO-1  LINE 09  COLUMN 43  PIC ZZ9 USING PC-TETO (1).
           05  S-PESO-2  LINE 10  COLUMN 36  PIC ZZ9 USING PC-PESO (2).
           05  S-TETO-2  LINE 10  COLUMN 43  PIC ZZ9 USING PC-TETO (2).
           05  S-PESO-3  LINE 11  COLUMN 36  PIC ZZ9 USING PC-PESO (3).
           05  S-TETO-3  LINE 11  COLUMN 43  PIC ZZ9 USING PC-TETO (3).
           05  S-PESO-4  LINE 12  COLUMN 36  PIC ZZ9 USING PC-PESO (4).
           05  S-TETO-4  LINE 12  COLUMN 43  PIC ZZ9 USING PC-TETO (4).
           05  S-PESO-5  LINE 13  COLUMN 36  PIC ZZ9 USING PC-PESO (5).
           05  S-TETO-5  LINE 13  COLUMN 43  PIC ZZ9 USING PC-TETO (5).
           05  S-PESO-6  LINE 14  COLUMN 36  PIC ZZ9 USING PC-PESO (6).
           05  S-TETO-6  LINE 14  COLUMN 43  PIC ZZ9 USING PC-TETO (6).
           05  S-JANELA
               LINE 16  COLUMN 36  PIC ZZ9
               USING  PC-JANELA-DIAS.
           05  S-NOTA-CORTE
               LINE 17  COLUMN 36  PIC 9
               USING  PC-NOTA-CORTE.
           05  S-DIAS-POR-PONTO
               LINE 18  COLUMN 36  PIC ZZ9
               USING  PC-DIAS-POR-PONTO.
           05  S-CORTE-ALTO
               LINE 19  COLUMN 36  PIC ZZ9
               USING  PC-CORTE-ALTO.
           05  S-QTDE-RANKING
               LINE 20  COLUMN 36  PIC ZZ9
               USING  PC-QTDE-RANKING.

       01 TELA-CONFIRMA.
           05 LINE 20 COLUMN 45 VALUE "CONFIRMA A GRAVACAO (S/N)? [ ]".
           05 S-CONFIRMA LINE 20 COLUMN 73 PIC X TO WS-CONFIRMA.

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

      *the weights decide who the retention team calls first, so the
      *same supervisor gate the price and tax screens sit behind
      *applies.
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

           OPEN I-O ARQ-PESOS-CHURN
           IF ST-PESOS = "35"
               OPEN OUTPUT ARQ-PESOS-CHURN
               CLOSE ARQ-PESOS-CHURN
               OPEN I-O ARQ-PESOS-CHURN
           END-IF

      *until the first save the screen opens on the weights the
      *nightly run is already using, so only the weights being
      *changed need retyping.
           MOVE "CHURN" TO PC-CHAVE
           READ ARQ-PESOS-CHURN
               INVALID KEY
                   MOVE "N" TO FOUND-PESOS
                   MOVE PESOS-CHURN-PADRAO TO REG-PESOS-CHURN
                   MOVE "PESOS PADRAO - AINDA NAO GRAVADOS" TO MSG
               NOT INVALID KEY
                   MOVE "S" TO FOUND-PESOS
                   MOVE "PESOS EM VIGOR - ALTERE O NECESSARIO"
                       TO MSG
           END-READ
           DISPLAY TELA-PESOS
           DISPLAY TELA-MENSAGEM

           ACCEPT S-PESO-1
           ACCEPT S-TETO-1
           ACCEPT S-PESO-2
           ACCEPT S-TETO-2
           ACCEPT S-PESO-3
           ACCEPT S-TETO-3
           ACCEPT S-PESO-4
           ACCEPT S-TETO-4
           ACCEPT S-PESO-5
           ACCEPT S-TETO-5
           ACCEPT S-PESO-6
           ACCEPT S-TETO-6

           PERFORM WITH TEST AFTER UNTIL PC-JANELA-DIAS > ZERO
               ACCEPT S-JANELA
               IF PC-JANELA-DIAS = ZERO
                   MOVE "JANELA DEVE SER DE PELO MENOS 1 DIA" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL PC-NOTA-CORTE >= 1
                   AND PC-NOTA-CORTE <= 5
               ACCEPT S-NOTA-CORTE
               IF PC-NOTA-CORTE < 1 OR PC-NOTA-CORTE > 5
                   MOVE "NOTA DEVE ESTAR ENTRE 1 E 5" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL PC-DIAS-POR-PONTO > ZERO
               ACCEPT S-DIAS-POR-PONTO
               IF PC-DIAS-POR-PONTO = ZERO
                   MOVE "INFORME OS DIAS DE ATRASO POR PONTO" TO MSG
                   DISPLAY TELA-MENSAGEM
               END-IF
           END-PERFORM

           ACCEPT S-CORTE-ALTO

      *the nightly run keeps the list in a table of 200 clients.
           PERFORM WITH TEST AFTER UNTIL PC-QTDE-RANKING > ZERO
                   AND PC-QTDE-RANKING <= 200
               ACCEPT S-QTDE-RANKING
               IF PC-QTDE-RANKING = ZERO OR PC-QTDE-RANKING > 200
                   MOVE "LISTA DEVE TER DE 1 A 200 CLIENTES" TO MSG
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
                   MOVE "MODO TREINAMENTO - PESOS NAO GRAVADOS"
                       TO MSG
               ELSE
                   PERFORM GRAVA-PESOS
               END-IF
           END-IF

           CLOSE ARQ-PESOS-CHURN

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

       GRAVA-PESOS.
           MOVE "CHURN" TO PC-CHAVE
           MOVE WS-OPERADOR-ID TO PC-OPERADOR
           MOVE WS-HOJE-DATA8 TO PC-DATA-ALTERACAO
           IF FOUND-PESOS = "S"
               REWRITE REG-PESOS-CHURN
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PESOS" TO MSG
                   NOT INVALID KEY
                       MOVE "PESOS ALTERADOS COM SUCESSO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-PESOS-CHURN
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PESOS" TO MSG
                   NOT INVALID KEY
                       MOVE "PESOS GRAVADOS COM SUCESSO" TO MSG
               END-WRITE
           END-IF.
