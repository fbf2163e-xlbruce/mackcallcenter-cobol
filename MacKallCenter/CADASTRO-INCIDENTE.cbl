      *CADASTRO DE INCIDENTES DE REDE (FALHA EM MASSA / MANUTENCAO)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_INCIDENTE AS "PGM61".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INCIDENTES ASSIGN TO "D:\INCIDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-NUMERO
               FILE STATUS IS ST-INCIDENTE.

           SELECT ARQ-OCORR ASSIGN TO WS-OCORR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-OCORR-HIST ASSIGN TO "D:\OCORRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               FILE STATUS IS ST-HIST.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-RESOLUCOES ASSIGN TO "D:\RESOLUCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-CODIGO
               FILE STATUS IS ST-RESOLUCAO-ARQ.

           SELECT ARQ-CREDITOS ASSIGN TO "D:\CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS ST-CREDITO.

           SELECT ARQ-NOTIFICACOES ASSIGN TO "D:\NOTIFICACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-NOTIF.

           SELECT ARQ-CRM-FEED ASSIGN TO "D:\CRM_FEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-CRM-FEED.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-INCIDENTES.
           COPY INCCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       FD ARQ-OCORR-HIST.
           COPY OCOHISTCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-RESOLUCOES.
           COPY RESCOPY.

       FD ARQ-CREDITOS.
           COPY CREDCOPY.

       FD ARQ-NOTIFICACOES.
           COPY NOTIFCOPY.

       FD ARQ-CRM-FEED.
           COPY CRMCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 ST-INCIDENTE PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-RESOLUCAO-ARQ PIC XX VALUE SPACES.
       77 ST-CREDITO PIC XX VALUE SPACES.
       77 ST-NOTIF PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 WS-CONSENT-RETORNO PIC 9 VALUE 1.
       77 ST-CRM-FEED PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 4.
       77 W-BRANCO-MENU PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 FOUND-INCIDENTE PIC X VALUE "N".
       77 FOUND-RESOLUCAO PIC X VALUE "N".
       77 FOUND-CPF PIC X VALUE "N".
       77 WS-FIM-ARQ PIC X VALUE "N".
       77 WS-NA-AREA PIC X VALUE "N".
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-HORA-AGORA PIC 9(8) VALUE ZERO.
       77 WS-ULTIMO-NUMERO PIC 9(8) VALUE ZERO.
       77 WS-ANO-ATUAL PIC 9(4) VALUE ZERO.
       77 WS-CPF-AVISADO PIC X(11) VALUE SPACES.
       77 WS-QTDE-ENCERRADAS PIC 9(5) VALUE ZERO.
       77 WS-QTDE-CREDITOS PIC 9(5) VALUE ZERO.
       77 WS-QTDE-AVISOS PIC 9(5) VALUE ZERO.
       77 WS-DIAS-ESPERA PIC 9(3) VALUE ZERO.
       77 WS-STAT-ANTERIOR PIC 9 VALUE ZERO.
       77 WS-ANDAMENTO-ANTERIOR PIC 9 VALUE ZERO.
       77 WS-DATA-BARRAS PIC X(10) VALUE SPACES.
       77 WS-DATA-EVENTO PIC X(10) VALUE SPACES.
       77 WS-CRM-DATA PIC X(10) VALUE SPACES.
       77 WS-CRM-HORA PIC X(05) VALUE SPACES.
       77 WS-MODELO PIC X(4) VALUE SPACES.
       77 WS-CLIENTES-ABERTO PIC X VALUE "N".

      *the incident as typed or loaded on screen, kept apart from the
      *record area because the file is re-read before every update.
       77 WS-NUMERO PIC 9(8) VALUE ZERO.
       77 WS-TIPO PIC X VALUE SPACE.
           88 WS-TIPO-OK VALUES "F" "M".
       77 WS-TIPO-DESC PIC X(22) VALUE SPACES.
       77 WS-ABRANGENCIA PIC X VALUE SPACE.
           88 WS-ABRANGENCIA-OK VALUES "C" "B" "D".
       77 WS-ABRANGENCIA-DESC PIC X(20) VALUE SPACES.
       77 WS-CEP-INICIAL PIC X(8) VALUE SPACES.
       77 WS-CEP-FINAL PIC X(8) VALUE SPACES.
       77 WS-BAIRRO PIC X(20) VALUE SPACES.
       77 WS-CIDADE PIC X(20) VALUE SPACES.
       77 WS-DDD PIC 9(2) VALUE ZERO.
       77 WS-DATA-INICIO PIC 9(8) VALUE ZERO.
       77 WS-HORA-INICIO PIC 9(4) VALUE ZERO.
       77 WS-DATA-PREVISAO PIC 9(8) VALUE ZERO.
       77 WS-HORA-PREVISAO PIC 9(4) VALUE ZERO.
       77 WS-DESCRICAO PIC X(60) VALUE SPACES.
       77 WS-SITUACAO PIC X VALUE SPACE.
           88 WS-ENCERRADO VALUE "E".
       77 WS-SITUACAO-DESC PIC X(20) VALUE SPACES.
       77 WS-AVISO-PREVIO PIC X VALUE SPACE.
       77 WS-RESOLUCAO PIC X(3) VALUE SPACES.
       77 WS-RESOLUCAO-DESC PIC X(30) VALUE SPACES.
       77 WS-CRED-TIPO PIC X VALUE SPACE.
           88 WS-CRED-TIPO-OK VALUES "V" "D" "N".
       77 WS-CRED-VALOR PIC 9(5)V99 VALUE ZERO.
       77 WS-CRED-DIAS PIC 9(3) VALUE ZERO.

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

       01 TELA-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
               VALUE "    ====================================".
           05 LINE 01 COLUMN 41
               VALUE "===================================".
           05 LINE 03 COLUMN 01
               VALUE "    TVMACK           INCIDENTES DE REDE".
           05 LINE 05 COLUMN 01
               VALUE "    ====================================".
           05 LINE 05 COLUMN 41
               VALUE "===================================".
           05 LINE 09 COLUMN 01
               VALUE "                   1. REGISTRAR INCIDENTE".
           05 LINE 10 COLUMN 01
               VALUE "                   2. AVISAR AREA (MANUTENCAO)".
           05 LINE 11 COLUMN 01
               VALUE "                   3. ENCERRAR INCIDENTE".
           05 LINE 12 COLUMN 01
               VALUE "                   4. VOLTAR".
           05 LINE 16 COLUMN 01
               VALUE "    ====================================".
           05 LINE 16 COLUMN 41
               VALUE "===================================".
           05 LINE 18 COLUMN 01
               VALUE "    MENSAGENS: INFORME SUA OPCAO [ ]".
           05 LINE 20 COLUMN 01
               VALUE "    ====================================".
           05 LINE 20 COLUMN 41
               VALUE "===================================".
           05 S-OPC-MENU LINE 18 COLUMN 35 PIC 9 TO OPC.

       01 MENSAGENS-MENU.
           05 MSG-BRANCO-MENU
               LINE 18 COLUMN 38 PIC X(39) FROM W-BRANCO-MENU.
           05 MSG-OPC-INVALIDA-MENU
               LINE 18 COLUMN 38 VALUE "OPCAO INVALIDA".
           05 PRESS-ENTER-MENU LINE 18 COLUMN 80 TO RESP.

       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 01  COLUMN 41
               VALUE  "===================================".
           05  LINE 03  COLUMN 01
               VALUE  "                                TVMACK".
           05  LINE 05  COLUMN 01
               VALUE  "    INCIDENTES DE REDE".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 08  COLUMN 01
               VALUE  "    DATAS EM AAAAMMDD E HORAS EM HHMM".
           05  LINE 09  COLUMN 01
               VALUE  "    NUMERO.................: [        ]".
           05  LINE 10  COLUMN 01
               VALUE  "    TIPO (F/M).............: [ ]".
           05  LINE 11  COLUMN 01
               VALUE  "    ABRANGENCIA (C/B/D)....: [ ]".
           05  LINE 12  COLUMN 01
               VALUE  "    CEP INICIAL/FINAL......: [        ]".
           05  LINE 12  COLUMN 40
               VALUE  " [        ]".
           05  LINE 13  COLUMN 01
               VALUE  "    BAIRRO (BRANCO=TODOS)..: [".
           05  LINE 13  COLUMN 51  VALUE "]".
           05  LINE 14  COLUMN 01
               VALUE  "    CIDADE.................: [".
           05  LINE 14  COLUMN 51  VALUE "]".
           05  LINE 15  COLUMN 01
               VALUE  "    DDD....................: [  ]".
           05  LINE 16  COLUMN 01
               VALUE  "    INICIO.................: [        ]".
           05  LINE 16  COLUMN 40
               VALUE  " [    ]".
           05  LINE 17  COLUMN 01
               VALUE  "    FIM PREVISTO...........: [        ]".
           05  LINE 17  COLUMN 40
               VALUE  " [    ]".
           05  LINE 18  COLUMN 01
               VALUE  "    DESCRICAO: [".
           05  LINE 18  COLUMN 77  VALUE "]".
           05  LINE 19  COLUMN 01
               VALUE  "    SITUACAO...............: ".
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

       01 TELA-DADOS.
           05  S-NUMERO
               LINE 09  COLUMN 31  PIC 9(08)
               USING  WS-NUMERO.
           05  S-TIPO
               LINE 10  COLUMN 31  PIC X(01)
               USING  WS-TIPO.
           05  S-TIPO-DESC
               LINE 10  COLUMN 35  PIC X(22)
               FROM   WS-TIPO-DESC.
           05  S-ABRANGENCIA
               LINE 11  COLUMN 31  PIC X(01)
               USING  WS-ABRANGENCIA.
           05  S-ABRANGENCIA-DESC
               LINE 11  COLUMN 35  PIC X(20)
               FROM   WS-ABRANGENCIA-DESC.
           05  S-CEP-INICIAL
               LINE 12  COLUMN 31  PIC X(08)
               USING  WS-CEP-INICIAL.
           05  S-CEP-FINAL
               LINE 12  COLUMN 42  PIC X(08)
               USING  WS-CEP-FINAL.
           05  S-BAIRRO
               LINE 13  COLUMN 31  PIC X(20)
               USING  WS-BAIRRO.
           05  S-CIDADE
               LINE 14  COLUMN 31  PIC X(20)
               USING  WS-CIDADE.
           05  S-DDD
               LINE 15  COLUMN 31  PIC 9(02)
               USING  WS-DDD.
           05  S-DATA-INICIO
               LINE 16  COLUMN 31  PIC 9(08)
               USING  WS-DATA-INICIO.
           05  S-HORA-INICIO
               LINE 16  COLUMN 42  PIC 9(04)
               USING  WS-HORA-INICIO.
           05  S-DATA-PREVISAO
               LINE 17  COLUMN 31  PIC 9(08)
               USING  WS-DATA-PREVISAO.
           05  S-HORA-PREVISAO
               LINE 17  COLUMN 42  PIC 9(04)
               USING  WS-HORA-PREVISAO.
           05  S-DESCRICAO
               LINE 18  COLUMN 17  PIC X(60)
               USING  WS-DESCRICAO.
           05  S-SITUACAO-DESC
               LINE 19  COLUMN 31  PIC X(20)
               FROM   WS-SITUACAO-DESC.

       01 TELA-ENCERRA.
           05  LINE 20  COLUMN 01
               VALUE  "    RESOLUCAO..............: [   ]".
           05  LINE 21  COLUMN 01
               VALUE  "    CREDITO (V/D/N)........: [ ]  VALOR: [".
           05  LINE 21  COLUMN 51
               VALUE  "]  DIAS: [   ]".
           05  S-RESOLUCAO
               LINE 20  COLUMN 31  PIC X(03)
               USING  WS-RESOLUCAO.
           05  S-RESOLUCAO-DESC
               LINE 20  COLUMN 37  PIC X(30)
               FROM   WS-RESOLUCAO-DESC.
           05  S-CRED-TIPO
               LINE 21  COLUMN 31  PIC X(01)
               USING  WS-CRED-TIPO.
           05  S-CRED-VALOR
               LINE 21  COLUMN 43  PIC 9(5)V99
               USING  WS-CRED-VALOR.
           05  S-CRED-DIAS
               LINE 21  COLUMN 61  PIC 9(03)
               USING  WS-CRED-DIAS.

       01 TELA-CONFIRMA.
           05 LINE 23 COLUMN 16 VALUE "CONFIRMA (S/N)? [ ]".
           05 S-CONFIRMA LINE 23 COLUMN 33 PIC X TO WS-CONFIRMA.

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

           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"
               ON EXCEPTION
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

           ACCEPT WS-OCORR-PATH FROM ENVIRONMENT
               "MACKALLCENTER_OCORRENCIAS_PATH"
               ON EXCEPTION
                   MOVE "D:\OCORRENCIAS.DAT" TO WS-OCORR-PATH
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HOJE-DATA8
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY
           MOVE WS-DD-MM-YYYY TO WS-DATA-BARRAS

      *closing an incident closes occurrences and raises credits in
      *bulk, so the whole screen sits behind the supervisor gate.
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               DISPLAY TELA
               MOVE "OPCAO RESTRITA A SUPERVISORES" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM WITH TEST AFTER UNTIL OPC = 4
               DISPLAY TELA-MENU
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               ACCEPT S-OPC-MENU
               IF NOT OPC-OK
                   DISPLAY MSG-OPC-INVALIDA-MENU
                   ACCEPT PRESS-ENTER-MENU
                   DISPLAY MSG-BRANCO-MENU
               ELSE
                   EVALUATE OPC
                       WHEN 1 PERFORM REGISTRA-INCIDENTE
                       WHEN 2 PERFORM AVISA-MANUTENCAO
                       WHEN 3 PERFORM ENCERRA-INCIDENTE
                       WHEN 4 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXIT PROGRAM.

      *a failure is registered as it happens (start defaults to now,
      *status ATIVO); a maintenance is registered ahead of time with
      *its planned window and stays PROGRAMADO until the day comes.
       REGISTRA-INCIDENTE.
           PERFORM LIMPA-TELA
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-HOJE-DATA8 TO WS-DATA-INICIO
           MOVE WS-HORA-AGORA (1:4) TO WS-HORA-INICIO
           PERFORM MOSTRA-TELA

           PERFORM WITH TEST AFTER UNTIL WS-TIPO-OK
               ACCEPT S-TIPO
               MOVE FUNCTION UPPER-CASE (WS-TIPO) TO WS-TIPO
           END-PERFORM
           PERFORM DECODE-TIPO
           DISPLAY TELA-DADOS

           PERFORM WITH TEST AFTER UNTIL WS-ABRANGENCIA-OK
               ACCEPT S-ABRANGENCIA
               MOVE FUNCTION UPPER-CASE (WS-ABRANGENCIA)
                   TO WS-ABRANGENCIA
           END-PERFORM
           PERFORM DECODE-ABRANGENCIA
           DISPLAY TELA-DADOS

           EVALUATE WS-ABRANGENCIA
               WHEN "C"
                   PERFORM WITH TEST AFTER UNTIL
                           WS-CEP-INICIAL IS NUMERIC
                       ACCEPT S-CEP-INICIAL
                   END-PERFORM
                   PERFORM WITH TEST AFTER UNTIL
                           WS-CEP-FINAL IS NUMERIC
                           AND WS-CEP-FINAL >= WS-CEP-INICIAL
                       ACCEPT S-CEP-FINAL
                   END-PERFORM
               WHEN "B"
                   ACCEPT S-BAIRRO
                   MOVE FUNCTION UPPER-CASE (WS-BAIRRO) TO WS-BAIRRO
                   PERFORM WITH TEST AFTER UNTIL WS-CIDADE NOT = SPACES
                       ACCEPT S-CIDADE
                   END-PERFORM
                   MOVE FUNCTION UPPER-CASE (WS-CIDADE) TO WS-CIDADE
               WHEN "D"
                   PERFORM WITH TEST AFTER UNTIL WS-DDD > 10
                       ACCEPT S-DDD
                   END-PERFORM
           END-EVALUATE
           DISPLAY TELA-DADOS

           PERFORM WITH TEST AFTER UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-INICIO) = ZERO
               ACCEPT S-DATA-INICIO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-HORA-INICIO < 2400
               ACCEPT S-HORA-INICIO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PREVISAO) = ZERO
                   AND WS-DATA-PREVISAO >= WS-DATA-INICIO
               ACCEPT S-DATA-PREVISAO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-HORA-PREVISAO < 2400
               ACCEPT S-HORA-PREVISAO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-DESCRICAO NOT = SPACES
               ACCEPT S-DESCRICAO
           END-PERFORM

           IF WS-TIPO = "M" AND WS-DATA-INICIO > WS-HOJE-DATA8
               MOVE "PROGRAMADO" TO WS-SITUACAO-DESC
           ELSE
               MOVE "ATIVO" TO WS-SITUACAO-DESC
           END-IF
           DISPLAY TELA-DADOS

           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - INCIDENTE NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-INCIDENTE
               END-IF
           END-IF
           DISPLAY TELA-DADOS
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *the number is this year's last incident plus one, found under
      *the same I-O open the new row is written in.
       GRAVA-INCIDENTE.
           OPEN I-O ARQ-INCIDENTES
           IF ST-INCIDENTE = "35"
               OPEN OUTPUT ARQ-INCIDENTES
               CLOSE ARQ-INCIDENTES
               OPEN I-O ARQ-INCIDENTES
           END-IF

           MOVE WS-HOJE-DATA8 (1:4) TO WS-ANO-ATUAL
           COMPUTE WS-ULTIMO-NUMERO = WS-ANO-ATUAL * 10000
           MOVE WS-ULTIMO-NUMERO TO IN-NUMERO
           MOVE "N" TO WS-FIM-ARQ
           START ARQ-INCIDENTES KEY IS >= IN-NUMERO
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
               READ ARQ-INCIDENTES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF IN-NUMERO (1:4) = WS-HOJE-DATA8 (1:4)
                           MOVE IN-NUMERO TO WS-ULTIMO-NUMERO
                       ELSE
                           MOVE "S" TO WS-FIM-ARQ
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1

           INITIALIZE REG-INCIDENTE
           MOVE WS-NUMERO TO IN-NUMERO
           MOVE WS-TIPO TO IN-TIPO
           MOVE WS-ABRANGENCIA TO IN-ABRANGENCIA
           MOVE WS-CEP-INICIAL TO IN-CEP-INICIAL
           MOVE WS-CEP-FINAL TO IN-CEP-FINAL
           MOVE WS-BAIRRO TO IN-BAIRRO
           MOVE WS-CIDADE TO IN-CIDADE
           MOVE WS-DDD TO IN-DDD
           MOVE WS-DATA-INICIO TO IN-DATA-INICIO
           MOVE WS-HORA-INICIO TO IN-HORA-INICIO
           MOVE WS-DATA-PREVISAO TO IN-DATA-PREVISAO
           MOVE WS-HORA-PREVISAO TO IN-HORA-PREVISAO
           IF WS-TIPO = "M" AND WS-DATA-INICIO > WS-HOJE-DATA8
               SET IN-PROGRAMADO TO TRUE
           ELSE
               SET IN-ATIVO TO TRUE
           END-IF
           MOVE WS-DESCRICAO TO IN-DESCRICAO
           MOVE WS-OPERADOR-ID TO IN-OPERADOR
           MOVE WS-HOJE-DATA8 TO IN-DATA-CADASTRO
           MOVE "N" TO IN-AVISO-PREVIO
           MOVE SPACES TO IN-RESOLUCAO
           MOVE ZERO TO IN-DATA-ENCERRAMENTO IN-QTDE-ENCERRADAS
               IN-QTDE-CREDITOS

           WRITE REG-INCIDENTE
               INVALID KEY
                   MOVE "ERRO AO GRAVAR INCIDENTE" TO MSG
               NOT INVALID KEY
                   MOVE SPACES TO MSG
                   STRING "INCIDENTE " WS-NUMERO " REGISTRADO"
                       DELIMITED BY SIZE INTO MSG
           END-WRITE
           CLOSE ARQ-INCIDENTES.

      *the advance notice of a planned maintenance goes to every live
      *client inside the area, once: the incident remembers it was
      *sent.
       AVISA-MANUTENCAO.
           PERFORM LIMPA-TELA
           PERFORM PEDE-INCIDENTE
           IF FOUND-INCIDENTE NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO NOT = "M" OR WS-ENCERRADO
               MOVE "SO MANUTENCAO PROGRAMADA EM ABERTO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-AVISO-PREVIO = "S"
               MOVE "AREA JA AVISADA DESTA MANUTENCAO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "AVISO CANCELADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - AVISO NAO ENVIADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-INICIO (7:2) TO WS-DATA-EVENTO (1:2)
           MOVE "/" TO WS-DATA-EVENTO (3:1)
           MOVE WS-DATA-INICIO (5:2) TO WS-DATA-EVENTO (4:2)
           MOVE "/" TO WS-DATA-EVENTO (6:1)
           MOVE WS-DATA-INICIO (1:4) TO WS-DATA-EVENTO (7:4)

           MOVE ZERO TO WS-QTDE-AVISOS
           PERFORM ABRE-CLIENTES
           OPEN EXTEND ARQ-NOTIFICACOES
           IF ST-NOTIF = "35"
               OPEN OUTPUT ARQ-NOTIFICACOES
           END-IF
           MOVE "N" TO WS-FIM-ARQ
           IF WS-CLIENTES-ABERTO NOT = "S"
               MOVE "S" TO WS-FIM-ARQ
           END-IF
           PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF CLIENTE-ATIVO
                           PERFORM CONFERE-AREA
                           IF WS-NA-AREA = "S"
                               MOVE "MAN1" TO WS-MODELO
                               PERFORM GRAVA-NOTIFICACAO
                               ADD 1 TO WS-QTDE-AVISOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-NOTIFICACOES
           IF WS-CLIENTES-ABERTO = "S"
               CLOSE ARQ-CLIENTES
           END-IF

           OPEN I-O ARQ-INCIDENTES
           MOVE WS-NUMERO TO IN-NUMERO
           READ ARQ-INCIDENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO IN-AVISO-PREVIO
                   REWRITE REG-INCIDENTE
           END-READ
           CLOSE ARQ-INCIDENTES

           MOVE SPACES TO MSG
           STRING "CLIENTES AVISADOS: " WS-QTDE-AVISOS
               DELIMITED BY SIZE INTO MSG
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *closing the incident closes, in one go, every occurrence still
      *open that intake linked to it: same resolution code for all,
      *the audit row and the CRM line ALTERA_OCORR would have written
      *for each, a "service restored" notice to each client (once per
      *client) and, when the supervisor grants one, the same pending
      *outage credit to each -- still subject to APROVA_CREDITO like
      *any other. An occurrence that already carries a credit keeps
      *the one it has.
       ENCERRA-INCIDENTE.
           PERFORM LIMPA-TELA
           PERFORM PEDE-INCIDENTE
           IF FOUND-INCIDENTE NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-ENCERRADO
               MOVE "INCIDENTE JA ENCERRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY TELA-ENCERRA
           PERFORM CAPTURA-RESOLUCAO
           IF FOUND-RESOLUCAO NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-CRED-TIPO-OK
               ACCEPT S-CRED-TIPO
               MOVE FUNCTION UPPER-CASE (WS-CRED-TIPO) TO WS-CRED-TIPO
           END-PERFORM
           IF WS-CRED-TIPO = "V"
               PERFORM WITH TEST AFTER UNTIL WS-CRED-VALOR > ZERO
                   ACCEPT S-CRED-VALOR
               END-PERFORM
           END-IF
           IF WS-CRED-TIPO = "D"
               PERFORM WITH TEST AFTER UNTIL WS-CRED-DIAS > ZERO
                   ACCEPT S-CRED-DIAS
               END-PERFORM
           END-IF

           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "ENCERRAMENTO CANCELADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - INCIDENTE NAO ENCERRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DD-MM-YYYY TO WS-DATA-EVENTO
           MOVE ZERO TO WS-QTDE-ENCERRADAS WS-QTDE-CREDITOS
           MOVE SPACES TO WS-CPF-AVISADO

           OPEN I-O ARQ-OCORR
           OPEN I-O ARQ-OCORR-HIST
           IF ST-HIST = "35"
               OPEN OUTPUT ARQ-OCORR-HIST
               CLOSE ARQ-OCORR-HIST
               OPEN I-O ARQ-OCORR-HIST
           END-IF
           PERFORM ABRE-CLIENTES
           OPEN EXTEND ARQ-NOTIFICACOES
           IF ST-NOTIF = "35"
               OPEN OUTPUT ARQ-NOTIFICACOES
           END-IF
           IF WS-CRED-TIPO NOT = "N"
               OPEN I-O ARQ-CREDITOS
               IF ST-CREDITO = "35"
                   OPEN OUTPUT ARQ-CREDITOS
               END-IF
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           IF ST-OCORR NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
           END-IF
           PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF O-INCIDENTE = WS-NUMERO AND O-STAT NOT = 1
                           PERFORM ENCERRA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CRED-TIPO NOT = "N"
               CLOSE ARQ-CREDITOS
           END-IF
           CLOSE ARQ-NOTIFICACOES
           IF WS-CLIENTES-ABERTO = "S"
               CLOSE ARQ-CLIENTES
           END-IF
           CLOSE ARQ-OCORR-HIST
           IF ST-OCORR NOT = "35"
               CLOSE ARQ-OCORR
           END-IF

           OPEN I-O ARQ-INCIDENTES
           MOVE WS-NUMERO TO IN-NUMERO
           READ ARQ-INCIDENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET IN-ENCERRADO TO TRUE
                   MOVE WS-RESOLUCAO TO IN-RESOLUCAO
                   MOVE WS-HOJE-DATA8 TO IN-DATA-ENCERRAMENTO
                   MOVE WS-QTDE-ENCERRADAS TO IN-QTDE-ENCERRADAS
                   MOVE WS-QTDE-CREDITOS TO IN-QTDE-CREDITOS
                   REWRITE REG-INCIDENTE
           END-READ
           CLOSE ARQ-INCIDENTES

           MOVE SPACES TO MSG
           STRING "ENCERRADAS " WS-QTDE-ENCERRADAS
               " - CREDITOS " WS-QTDE-CREDITOS
               DELIMITED BY SIZE INTO MSG
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       ENCERRA-OCORRENCIA.
           MOVE O-STAT TO WS-STAT-ANTERIOR
           MOVE O-ANDAMENTO TO WS-ANDAMENTO-ANTERIOR
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE O-CPF TO H-CPF
           MOVE WS-HOJE-DATA8 TO H-DATA-ALTERACAO
           MOVE WS-HORA-AGORA (1:4) TO H-HORA-ALTERACAO
           MOVE ZERO TO H-SEQ
           MOVE O-ATENDENTE TO H-ATENDENTE-ALTERACAO
           MOVE O-DESCRICAO TO H-DESCRICAO-ANTERIOR
           MOVE WS-STAT-ANTERIOR TO H-STAT-ANTERIOR
           MOVE WS-ANDAMENTO-ANTERIOR TO H-ANDAMENTO-ANTERIOR
           MOVE WS-OPERADOR-NOME TO H-ATENDENTE-NOVO
           MOVE O-DATA-OCORR TO H-OCORR-DATA
           MOVE O-HORA-OCORR TO H-OCORR-HORA
           MOVE O-SEQ TO H-OCORR-SEQ
           SET H-ALTERACAO TO TRUE
           MOVE SPACES TO H-CHAVE-ORIGEM
           PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
               WRITE REG-OCORR-HIST
                   INVALID KEY
                       ADD 1 TO H-SEQ
               END-WRITE
           END-PERFORM
           IF ST-HIST = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-OCORR-HIST
           END-IF

           MOVE 1 TO O-STAT
           MOVE 3 TO O-ANDAMENTO
           MOVE WS-RESOLUCAO TO O-RESOLUCAO
           MOVE WS-HOJE-DATA8 TO O-DATA-FECHAMENTO
      *a wait window still open ends with the ticket, the same rule
      *ALTERA_OCORR applies on a single closure.
           IF O-DATA-INICIO-ESPERA NOT = ZERO
               COMPUTE WS-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE (WS-HOJE-DATA8)
                   - FUNCTION INTEGER-OF-DATE (O-DATA-INICIO-ESPERA)
               ADD WS-DIAS-ESPERA TO O-DIAS-SUSPENSOS
               MOVE ZERO TO O-DATA-INICIO-ESPERA
           END-IF
           REWRITE REG-OCORRENCIA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-ENCERRADAS
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-OCORRENCIA
           END-REWRITE

           PERFORM PUBLICA-CRM-FEED

           IF WS-CRED-TIPO NOT = "N"
               MOVE O-CHAVE TO CRD-CHAVE
               MOVE WS-CRED-TIPO TO CRD-TIPO
               MOVE WS-CRED-VALOR TO CRD-VALOR
               MOVE WS-CRED-DIAS TO CRD-DIAS
               SET CRD-PENDENTE TO TRUE
               MOVE WS-OPERADOR-ID TO CRD-OPERADOR
               MOVE SPACES TO CRD-APROVADOR
               MOVE WS-DD-MM-YYYY TO CRD-DATA
               MOVE ZERO TO CRD-DATA-CONSUMO CRD-VALOR-CONSUMIDO
               MOVE ZERO TO CRD-DATA-APROVACAO
               MOVE SPACES TO CRD-HORA-APROVACAO
               WRITE REG-CREDITO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-QTDE-CREDITOS
               END-WRITE
           END-IF

      *OCORRENCIAS.DAT is in CPF order, so a client who called twice
      *about the same outage is told only once.
           IF O-CPF NOT = WS-CPF-AVISADO
                   AND WS-CLIENTES-ABERTO = "S"
               MOVE O-CPF TO WS-CPF-AVISADO
               MOVE O-CPF TO CPF
               READ ARQ-CLIENTES
                   INVALID KEY MOVE "N" TO FOUND-CPF
                   NOT INVALID KEY MOVE "S" TO FOUND-CPF
               END-READ
               IF FOUND-CPF = "S"
                   MOVE "INC1" TO WS-MODELO
                   PERFORM GRAVA-NOTIFICACAO
               END-IF
           END-IF.

      *REG-CLIENTE holds the client to be told and WS-MODELO the
      *template: MAN1 warns of the maintenance ahead, INC1 says the
      *service is back.
      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written or rewritten to the forward-recovery
      *journal (Grava_Journal, JRNCOPY); the caller sets
      *WS-JR-OPERACAO first.
       JOURNAL-OCORR-HIST.
           MOVE "OCORRHIST" TO WS-JR-ARQUIVO
           MOVE H-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORR-HIST TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-OCORRENCIA.
           MOVE "OCORRENCIAS" TO WS-JR-ARQUIVO
           MOVE O-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORRENCIA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       GRAVA-NOTIFICACAO.
           MOVE SPACES TO REG-NOTIFICACAO
           MOVE WS-MODELO TO NF-MODELO
           MOVE WS-DATA-BARRAS TO NF-DATA
           MOVE CPF TO NF-CPF
           MOVE DDD TO NF-DDD
           MOVE TELEFONE TO NF-TELEFONE
           MOVE NOME TO NF-NOME
           MOVE ZERO TO NF-PROTOCOLO
           MOVE WS-DATA-EVENTO TO NF-DATA-EVENTO
      *a marketing template never reaches a customer who opted out
      *of its channel; service messages always pass.
           CALL "Verifica_Consentimento" USING NF-CPF NF-MODELO
               WS-CONSENT-RETORNO
           IF WS-CONSENT-RETORNO = 1
               WRITE REG-NOTIFICACAO
           END-IF.

      *the same area test intake applies (VERIFICA-INCIDENTE in
      *INCLUI_OCORR), here against the client record being read.
       CONFERE-AREA.
           MOVE "N" TO WS-NA-AREA
           EVALUATE WS-ABRANGENCIA
               WHEN "C"
                   IF CEP (1:8) >= WS-CEP-INICIAL
                           AND CEP (1:8) <= WS-CEP-FINAL
                       MOVE "S" TO WS-NA-AREA
                   END-IF
               WHEN "B"
                   IF CIDADE = WS-CIDADE
                           AND (WS-BAIRRO = SPACES
                               OR BAIRRO = WS-BAIRRO)
                       MOVE "S" TO WS-NA-AREA
                   END-IF
               WHEN "D"
                   IF DDD = WS-DDD
                       MOVE "S" TO WS-NA-AREA
                   END-IF
           END-EVALUATE.

       ABRE-CLIENTES.
           MOVE "N" TO WS-CLIENTES-ABERTO
           OPEN INPUT ARQ-CLIENTES
           IF ST-CLIENTE = "00"
               MOVE "S" TO WS-CLIENTES-ABERTO
           END-IF.

       PEDE-INCIDENTE.
           MOVE "N" TO FOUND-INCIDENTE
           ACCEPT S-NUMERO
           OPEN INPUT ARQ-INCIDENTES
           IF ST-INCIDENTE NOT = "00"
               MOVE "NENHUM INCIDENTE REGISTRADO" TO MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO TO IN-NUMERO
           READ ARQ-INCIDENTES
               INVALID KEY
                   MOVE "INCIDENTE NAO ENCONTRADO" TO MSG
               NOT INVALID KEY
                   MOVE "S" TO FOUND-INCIDENTE
                   PERFORM CARREGA-INCIDENTE
           END-READ
           CLOSE ARQ-INCIDENTES
           IF FOUND-INCIDENTE = "S"
               DISPLAY TELA-DADOS
           END-IF.

       CARREGA-INCIDENTE.
           MOVE IN-TIPO TO WS-TIPO
           MOVE IN-ABRANGENCIA TO WS-ABRANGENCIA
           MOVE IN-CEP-INICIAL TO WS-CEP-INICIAL
           MOVE IN-CEP-FINAL TO WS-CEP-FINAL
           MOVE IN-BAIRRO TO WS-BAIRRO
           MOVE IN-CIDADE TO WS-CIDADE
           MOVE IN-DDD TO WS-DDD
           MOVE IN-DATA-INICIO TO WS-DATA-INICIO
           MOVE IN-HORA-INICIO TO WS-HORA-INICIO
           MOVE IN-DATA-PREVISAO TO WS-DATA-PREVISAO
           MOVE IN-HORA-PREVISAO TO WS-HORA-PREVISAO
           MOVE IN-DESCRICAO TO WS-DESCRICAO
           MOVE IN-STATUS TO WS-SITUACAO
           MOVE IN-AVISO-PREVIO TO WS-AVISO-PREVIO
           PERFORM DECODE-TIPO
           PERFORM DECODE-ABRANGENCIA
           EVALUATE WS-SITUACAO
               WHEN "A"
                   MOVE "ATIVO" TO WS-SITUACAO-DESC
               WHEN "P"
                   MOVE "PROGRAMADO" TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "ENCERRADO" TO WS-SITUACAO-DESC
           END-EVALUATE.

      *the code has to exist and be active in RESOLUCOES.DAT, the
      *same gate ALTERA_OCORR puts on a single closure.
       CAPTURA-RESOLUCAO.
           MOVE "N" TO FOUND-RESOLUCAO
           OPEN INPUT ARQ-RESOLUCOES
           IF ST-RESOLUCAO-ARQ NOT = "00"
               MOVE "CADASTRE RESOLUCOES (PGM18) PRIMEIRO" TO MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL FOUND-RESOLUCAO = "S"
               ACCEPT S-RESOLUCAO
               MOVE FUNCTION UPPER-CASE (WS-RESOLUCAO) TO WS-RESOLUCAO
               MOVE WS-RESOLUCAO TO RES-CODIGO
               READ ARQ-RESOLUCOES
                   INVALID KEY
                       MOVE "CODIGO DE RESOLUCAO INVALIDO" TO MSG
                       DISPLAY TELA-MENSAGEM
                   NOT INVALID KEY
                       IF RES-ATIVO = "S"
                           MOVE "S" TO FOUND-RESOLUCAO
                           MOVE RES-DESCRICAO TO WS-RESOLUCAO-DESC
                           DISPLAY TELA-ENCERRA
                       ELSE
                           MOVE "CODIGO DE RESOLUCAO INATIVO" TO MSG
                           DISPLAY TELA-MENSAGEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RESOLUCOES.

       PUBLICA-CRM-FEED.
           MOVE SPACES TO REG-CRM-FEED
           MOVE "ALTERACAO" TO CRM-EVENTO
           MOVE O-CPF TO CRM-CPF
           MOVE O-DIA-OCORR TO WS-CRM-DATA (1:2)
           MOVE "/" TO WS-CRM-DATA (3:1)
           MOVE O-MES-OCORR TO WS-CRM-DATA (4:2)
           MOVE "/" TO WS-CRM-DATA (6:1)
           MOVE O-ANO-OCORR TO WS-CRM-DATA (7:4)
           MOVE WS-CRM-DATA TO CRM-DATA-OCORR
           MOVE O-HH-OCORR TO WS-CRM-HORA (1:2)
           MOVE ":" TO WS-CRM-HORA (3:1)
           MOVE O-MIN-OCORR TO WS-CRM-HORA (4:2)
           MOVE WS-CRM-HORA TO CRM-HORA-OCORR
           MOVE O-NOME TO CRM-NOME
           MOVE O-ATENDENTE TO CRM-ATENDENTE
           MOVE O-STAT TO CRM-STAT
           MOVE O-ANDAMENTO TO CRM-ANDAMENTO
           MOVE O-PRIORIDADE TO CRM-PRIORIDADE
           MOVE O-DESCRICAO TO CRM-DESCRICAO

           OPEN EXTEND ARQ-CRM-FEED
           IF ST-CRM-FEED = "35"
               OPEN OUTPUT ARQ-CRM-FEED
           END-IF
           WRITE REG-CRM-FEED
           CLOSE ARQ-CRM-FEED.

       PEDE-CONFIRMACAO.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM.

       DECODE-TIPO.
           IF WS-TIPO = "M"
               MOVE "MANUTENCAO PROGRAMADA" TO WS-TIPO-DESC
           ELSE
               MOVE "FALHA" TO WS-TIPO-DESC
           END-IF.

       DECODE-ABRANGENCIA.
           EVALUATE WS-ABRANGENCIA
               WHEN "C" MOVE "FAIXA DE CEP" TO WS-ABRANGENCIA-DESC
               WHEN "B" MOVE "BAIRRO/CIDADE" TO WS-ABRANGENCIA-DESC
               WHEN "D" MOVE "DDD INTEIRO" TO WS-ABRANGENCIA-DESC
               WHEN OTHER MOVE SPACES TO WS-ABRANGENCIA-DESC
           END-EVALUATE.

       LIMPA-TELA.
           MOVE ZERO TO WS-NUMERO WS-DDD WS-DATA-INICIO WS-HORA-INICIO
               WS-DATA-PREVISAO WS-HORA-PREVISAO WS-CRED-VALOR
               WS-CRED-DIAS
           MOVE SPACES TO WS-SITUACAO WS-AVISO-PREVIO
           MOVE SPACES TO WS-TIPO WS-TIPO-DESC WS-ABRANGENCIA
               WS-ABRANGENCIA-DESC WS-CEP-INICIAL WS-CEP-FINAL
               WS-BAIRRO WS-CIDADE WS-DESCRICAO WS-SITUACAO-DESC
               WS-RESOLUCAO WS-RESOLUCAO-DESC WS-CRED-TIPO MSG
           PERFORM MOSTRA-TELA.

       MOSTRA-TELA.
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           DISPLAY TELA-DADOS.
