      *REGISTRO DE RECLAMACOES EM ORGAOS REGULADORES (ANATEL/PROCON)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_RECLAMACAO AS "PGM66".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECLAMACOES ASSIGN TO "D:\RECLAMACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-CHAVE
               FILE STATUS IS ST-RECLAMACAO.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RECLAMACOES.
           COPY RECLCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 ST-RECLAMACAO PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 4.
       77 W-BRANCO-MENU PIC X(39) VALUE SPACES.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-ESCOLHE PIC X VALUE SPACE.
       77 FOUND-RECLAMACAO PIC X VALUE "N".
       77 FOUND-CPF PIC X VALUE "N".
       77 ACHOU-OCORRENCIA PIC X VALUE "N".
       77 CPF-RETORNO PIC 9 VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-CAL-OPERACAO PIC X VALUE "A".
       77 WS-CAL-DIAS PIC S9(5) VALUE ZERO.
       77 WS-DATA-FMT PIC 9(8) VALUE ZERO.
       77 WS-DATA-FMT-BARRAS PIC X(10) VALUE SPACES.

      *the complaint as typed or loaded on screen, kept apart from
      *the record area because the file is re-read before every
      *update.
       77 WS-ORGAO PIC X VALUE SPACE.
           88 WS-ORGAO-OK VALUES "A" "P".
       77 WS-ORGAO-DESC PIC X(10) VALUE SPACES.
       77 WS-PROTOCOLO PIC X(15) VALUE SPACES.
       01 WS-CPF-BUSCA PIC X(11) VALUE SPACES.
       01 WS-CPF-DIGITS REDEFINES WS-CPF-BUSCA.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 WS-CHAVE-OCORR PIC X(25) VALUE SPACES.
       77 WS-OCORR-TELA PIC X(16) VALUE SPACES.
       77 WS-OCORR-DESC PIC X(60) VALUE SPACES.
       77 WS-CATEGORIA PIC X(3) VALUE SPACES.
       77 WS-DATA-RECEBIDA PIC 9(8) VALUE ZERO.
       77 WS-TIPO-PRAZO PIC X VALUE SPACE.
           88 WS-TIPO-PRAZO-OK VALUES "C" "U".
       77 WS-PRAZO-DIAS PIC 9(3) VALUE ZERO.
       77 WS-DATA-LIMITE PIC 9(8) VALUE ZERO.
       77 WS-LIMITE-TELA PIC X(10) VALUE SPACES.
       77 WS-RESPOSTA-1 PIC X(60) VALUE SPACES.
       77 WS-RESPOSTA-2 PIC X(60) VALUE SPACES.
       77 WS-RESPOSTA-3 PIC X(60) VALUE SPACES.
       77 WS-SITUACAO PIC X VALUE SPACE.
           88 WS-RECEBIDA VALUE "R".
           88 WS-REDIGIDA VALUE "D".
           88 WS-ENVIADA VALUE "E".
       77 WS-SITUACAO-DESC PIC X(20) VALUE SPACES.
       77 WS-VISTO-TELA PIC X(30) VALUE SPACES.

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
               VALUE "    TVMACK     RECLAMACOES ANATEL / PROCON".
           05 LINE 05 COLUMN 01
               VALUE "    ====================================".
           05 LINE 05 COLUMN 41
               VALUE "===================================".
           05 LINE 09 COLUMN 01
               VALUE "                   1. REGISTRAR RECLAMACAO".
           05 LINE 10 COLUMN 01
               VALUE "                   2. REDIGIR RESPOSTA".
           05 LINE 11 COLUMN 01
               VALUE "                   3. VISTO E ENVIO DA RESPOSTA".
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
               VALUE  "    RECLAMACOES ANATEL / PROCON".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 08  COLUMN 01
               VALUE  "    DATAS EM AAAAMMDD".
           05  LINE 09  COLUMN 01
               VALUE  "    ORGAO (A=ANATEL P=PROCON): [ ]".
           05  LINE 10  COLUMN 01
               VALUE  "    PROTOCOLO DO ORGAO.....: [               ]".
           05  LINE 11  COLUMN 01
               VALUE  "    CPF DO CLIENTE.........: [           ]".
           05  LINE 12  COLUMN 01
               VALUE  "    OCORRENCIA.............: ".
           05  LINE 12  COLUMN 50
               VALUE  "CATEGORIA: ".
           05  LINE 13  COLUMN 01
               VALUE  "    DESCRICAO: ".
           05  LINE 14  COLUMN 01
               VALUE  "    RECEBIDA EM............: [        ]".
           05  LINE 15  COLUMN 01
               VALUE  "    PRAZO (C=CORRIDOS U=UTEIS) [ ]  DIAS: [   ]".
           05  LINE 15  COLUMN 50
               VALUE  "LIMITE: ".
           05  LINE 16  COLUMN 01
               VALUE  "    RESPOSTA AO ORGAO:".
           05  LINE 20  COLUMN 01
               VALUE  "    SITUACAO...............: ".
           05  LINE 21  COLUMN 01
               VALUE  "    VISTO DO SUPERVISOR....: ".
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
           05  S-ORGAO
               LINE 09  COLUMN 33  PIC X(01)
               USING  WS-ORGAO.
           05  S-ORGAO-DESC
               LINE 09  COLUMN 37  PIC X(10)
               FROM   WS-ORGAO-DESC.
           05  S-PROTOCOLO
               LINE 10  COLUMN 31  PIC X(15)
               USING  WS-PROTOCOLO.
           05  S-CPF
               LINE 11  COLUMN 31  PIC X(11)
               USING  WS-CPF-BUSCA.
           05  S-OCORR-TELA
               LINE 12  COLUMN 30  PIC X(16)
               FROM   WS-OCORR-TELA.
           05  S-CATEGORIA
               LINE 12  COLUMN 61  PIC X(03)
               FROM   WS-CATEGORIA.
           05  S-OCORR-DESC
               LINE 13  COLUMN 16  PIC X(60)
               FROM   WS-OCORR-DESC.
           05  S-DATA-RECEBIDA
               LINE 14  COLUMN 31  PIC 9(08)
               USING  WS-DATA-RECEBIDA.
           05  S-TIPO-PRAZO
               LINE 15  COLUMN 33  PIC X(01)
               USING  WS-TIPO-PRAZO.
           05  S-PRAZO-DIAS
               LINE 15  COLUMN 44  PIC 9(03)
               USING  WS-PRAZO-DIAS.
           05  S-LIMITE
               LINE 15  COLUMN 58  PIC X(10)
               FROM   WS-LIMITE-TELA.
           05  S-RESPOSTA-1
               LINE 17  COLUMN 05  PIC X(60)
               USING  WS-RESPOSTA-1.
           05  S-RESPOSTA-2
               LINE 18  COLUMN 05  PIC X(60)
               USING  WS-RESPOSTA-2.
           05  S-RESPOSTA-3
               LINE 19  COLUMN 05  PIC X(60)
               USING  WS-RESPOSTA-3.
           05  S-SITUACAO-DESC
               LINE 20  COLUMN 30  PIC X(20)
               FROM   WS-SITUACAO-DESC.
           05  S-VISTO-TELA
               LINE 21  COLUMN 30  PIC X(30)
               FROM   WS-VISTO-TELA.

       01 TELA-ESCOLHE.
           05 LINE 23 COLUMN 16
               VALUE "VINCULAR ESTA OCORRENCIA (S/N)? [ ]".
           05 S-ESCOLHE LINE 23 COLUMN 49 PIC X TO WS-ESCOLHE.

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

           ACCEPT WS-OCORR-PATH FROM ENVIRONMENT
               "MACKALLCENTER_OCORRENCIAS_PATH"
               ON EXCEPTION
                   MOVE "D:\OCORRENCIAS.DAT" TO WS-OCORR-PATH
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HOJE-DATA8
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY

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
                       WHEN 1 PERFORM REGISTRA-RECLAMACAO
                       WHEN 2 PERFORM REDIGE-RESPOSTA
                       WHEN 3 PERFORM ENVIA-RESPOSTA
                       WHEN 4 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXIT PROGRAM.

      *a complaint is registered the day its notice arrives, against
      *the occurrence the client is complaining about: with no
      *occurrence on file there is nothing for the response to
      *answer, so the call is taken through INCLUI_OCORR first.
       REGISTRA-RECLAMACAO.
           PERFORM LIMPA-TELA
           PERFORM PEDE-CHAVE
           OPEN INPUT ARQ-RECLAMACOES
           IF ST-RECLAMACAO = "00"
               MOVE WS-ORGAO TO RR-ORGAO
               MOVE WS-PROTOCOLO TO RR-PROTOCOLO
               READ ARQ-RECLAMACOES
                   INVALID KEY MOVE "N" TO FOUND-RECLAMACAO
                   NOT INVALID KEY MOVE "S" TO FOUND-RECLAMACAO
               END-READ
               CLOSE ARQ-RECLAMACOES
           END-IF
           IF FOUND-RECLAMACAO = "S"
               MOVE "PROTOCOLO JA REGISTRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST AFTER UNTIL
                   WS-CPF-BUSCA NUMERIC AND CPF-RETORNO = 1
               ACCEPT S-CPF
               IF NOT (WS-CPF-BUSCA NUMERIC)
                   MOVE "CPF DEVE CONTER SOMENTE NUMEROS" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               ELSE
                   CALL "Validador_CPF" USING CPF-RETORNO WS-CPF-DIGITS
                   IF CPF-RETORNO NOT = 1
                       MOVE "CPF INVALIDO" TO MSG
                       DISPLAY TELA-MENSAGEM
                       ACCEPT PRESS-ENTER
                   END-IF
               END-IF
           END-PERFORM

           PERFORM ESCOLHE-OCORRENCIA
           IF ACHOU-OCORRENCIA NOT = "S"
               MOVE "CLIENTE SEM OCORRENCIA - USE PGM21" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MSG
           DISPLAY TELA-MENSAGEM

           MOVE WS-HOJE-DATA8 TO WS-DATA-RECEBIDA
           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-RECEBIDA) = ZERO
                   AND WS-DATA-RECEBIDA <= WS-HOJE-DATA8
               ACCEPT S-DATA-RECEBIDA
           END-PERFORM

      *the usual terms come filled in -- business days for ANATEL,
      *calendar days for Procon -- and are typed over whenever the
      *notice itself states another.
           IF WS-ORGAO = "A"
               MOVE "U" TO WS-TIPO-PRAZO
               MOVE 5 TO WS-PRAZO-DIAS
           ELSE
               MOVE "C" TO WS-TIPO-PRAZO
               MOVE 10 TO WS-PRAZO-DIAS
           END-IF
           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-TIPO-PRAZO-OK
               ACCEPT S-TIPO-PRAZO
               MOVE FUNCTION UPPER-CASE (WS-TIPO-PRAZO)
                   TO WS-TIPO-PRAZO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-PRAZO-DIAS > ZERO
               ACCEPT S-PRAZO-DIAS
           END-PERFORM
           PERFORM CALCULA-LIMITE
           MOVE "R" TO WS-SITUACAO
           PERFORM DECODE-SITUACAO
           DISPLAY TELA-DADOS

           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - REGISTRO NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-RECLAMACAO
               END-IF
           END-IF
           DISPLAY TELA-DADOS
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *walks the client's occurrences oldest first, the way
      *ALTERA_OCORR offers them, until the operator picks one.
       ESCOLHE-OCORRENCIA.
           MOVE "N" TO ACHOU-OCORRENCIA
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-BUSCA TO O-CPF
           MOVE ZEROS TO O-DATA-OCORR O-HORA-OCORR O-SEQ
           START ARQ-OCORR KEY IS >= O-CHAVE
               INVALID KEY MOVE "N" TO FOUND-CPF
               NOT INVALID KEY MOVE "S" TO FOUND-CPF
           END-START

           PERFORM WITH TEST BEFORE UNTIL FOUND-CPF = "N"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "N" TO FOUND-CPF
               END-READ
               IF FOUND-CPF = "S" AND O-CPF = WS-CPF-BUSCA
                   MOVE SPACES TO WS-OCORR-TELA
                   STRING O-DIA-OCORR "/" O-MES-OCORR "/" O-ANO-OCORR
                       " " O-HH-OCORR ":" O-MIN-OCORR
                       DELIMITED BY SIZE INTO WS-OCORR-TELA
                   MOVE O-CATEGORIA TO WS-CATEGORIA
                   MOVE O-DESCRICAO TO WS-OCORR-DESC
                   DISPLAY TELA-DADOS
                   MOVE SPACE TO WS-ESCOLHE
                   DISPLAY TELA-ESCOLHE
                   PERFORM WITH TEST AFTER UNTIL WS-ESCOLHE = "S" OR "N"
                       ACCEPT S-ESCOLHE
                       MOVE FUNCTION UPPER-CASE (WS-ESCOLHE)
                           TO WS-ESCOLHE
                   END-PERFORM
                   IF WS-ESCOLHE = "S"
                       MOVE "S" TO ACHOU-OCORRENCIA
                       MOVE O-CHAVE TO WS-CHAVE-OCORR
                       MOVE "N" TO FOUND-CPF
                   END-IF
               ELSE
                   MOVE "N" TO FOUND-CPF
               END-IF
           END-PERFORM
           CLOSE ARQ-OCORR

           IF ACHOU-OCORRENCIA NOT = "S"
               MOVE SPACES TO WS-OCORR-TELA WS-CATEGORIA WS-OCORR-DESC
               DISPLAY TELA-DADOS
           END-IF.

      *calendar days are plain date arithmetic; business days go
      *through Calendario_Util so weekends and FERIADOS.DAT are
      *skipped exactly as on the SLA deadlines.
       CALCULA-LIMITE.
           IF WS-TIPO-PRAZO = "U"
               MOVE "A" TO WS-CAL-OPERACAO
               MOVE WS-PRAZO-DIAS TO WS-CAL-DIAS
               CALL "Calendario_Util" USING WS-CAL-OPERACAO
                   WS-DATA-RECEBIDA WS-CAL-DIAS WS-DATA-LIMITE
           ELSE
               COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-RECEBIDA)
                    + WS-PRAZO-DIAS)
           END-IF
           MOVE WS-DATA-LIMITE TO WS-DATA-FMT
           PERFORM FORMATA-DATA
           MOVE WS-DATA-FMT-BARRAS TO WS-LIMITE-TELA.

       GRAVA-RECLAMACAO.
           OPEN I-O ARQ-RECLAMACOES
           IF ST-RECLAMACAO = "35"
               OPEN OUTPUT ARQ-RECLAMACOES
               CLOSE ARQ-RECLAMACOES
               OPEN I-O ARQ-RECLAMACOES
           END-IF

           INITIALIZE REG-RECLAMACAO
           MOVE WS-ORGAO TO RR-ORGAO
           MOVE WS-PROTOCOLO TO RR-PROTOCOLO
           MOVE WS-CPF-BUSCA TO RR-CPF
           MOVE WS-CHAVE-OCORR TO RR-CHAVE-OCORR
           MOVE WS-CATEGORIA TO RR-CATEGORIA
           MOVE WS-DATA-RECEBIDA TO RR-DATA-RECEBIDA
           MOVE WS-TIPO-PRAZO TO RR-TIPO-PRAZO
           MOVE WS-PRAZO-DIAS TO RR-PRAZO-DIAS
           MOVE WS-DATA-LIMITE TO RR-DATA-LIMITE
           SET RR-RECEBIDA TO TRUE
           MOVE WS-OPERADOR-ID TO RR-OPERADOR-REGISTRO
           MOVE WS-HOJE-DATA8 TO RR-DATA-REGISTRO

           WRITE REG-RECLAMACAO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR RECLAMACAO" TO MSG
               NOT INVALID KEY
                   MOVE SPACES TO MSG
                   STRING "REGISTRADA - LIMITE " WS-LIMITE-TELA
                       DELIMITED BY SIZE INTO MSG
           END-WRITE
           CLOSE ARQ-RECLAMACOES.

      *the response is written (and may be rewritten) as often as it
      *takes; it is only a draft until a supervisor sends it.
       REDIGE-RESPOSTA.
           PERFORM LIMPA-TELA
           PERFORM PEDE-CHAVE
           PERFORM PROCURA-RECLAMACAO
           IF FOUND-RECLAMACAO NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-ENVIADA
               MOVE "RESPOSTA JA ENVIADA AO ORGAO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-RESPOSTA-1 NOT = SPACES
               ACCEPT S-RESPOSTA-1
           END-PERFORM
           ACCEPT S-RESPOSTA-2
           ACCEPT S-RESPOSTA-3

           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - RESPOSTA NAO GRAVADA"
                       TO MSG
               ELSE
                   PERFORM GRAVA-RESPOSTA
               END-IF
           END-IF
           DISPLAY TELA-DADOS
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       GRAVA-RESPOSTA.
           OPEN I-O ARQ-RECLAMACOES
           MOVE WS-ORGAO TO RR-ORGAO
           MOVE WS-PROTOCOLO TO RR-PROTOCOLO
           READ ARQ-RECLAMACOES
               INVALID KEY
                   MOVE "ERRO AO GRAVAR RESPOSTA" TO MSG
               NOT INVALID KEY
                   IF RR-ENVIADA
                       MOVE "RESPOSTA JA ENVIADA AO ORGAO" TO MSG
                   ELSE
                       MOVE WS-RESPOSTA-1 TO RR-RESPOSTA-LINHA (1)
                       MOVE WS-RESPOSTA-2 TO RR-RESPOSTA-LINHA (2)
                       MOVE WS-RESPOSTA-3 TO RR-RESPOSTA-LINHA (3)
                       SET RR-REDIGIDA TO TRUE
                       MOVE WS-OPERADOR-ID TO RR-OPERADOR-RESPOSTA
                       MOVE WS-HOJE-DATA8 TO RR-DATA-RESPOSTA
                       REWRITE REG-RECLAMACAO
                           INVALID KEY
                               MOVE "ERRO AO GRAVAR RESPOSTA" TO MSG
                           NOT INVALID KEY
                               MOVE "RESPOSTA GRAVADA - AGUARDA VISTO"
                                   TO MSG
                               MOVE "D" TO WS-SITUACAO
                               PERFORM DECODE-SITUACAO
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE ARQ-RECLAMACOES.

      *a response only counts as sent -- and only then stops the
      *legal clock -- once a supervisor has read it and given the
      *visto; the sending date is the day of the visto.
       ENVIA-RESPOSTA.
           PERFORM LIMPA-TELA
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               MOVE "OPCAO RESTRITA A SUPERVISORES" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-TELA

           PERFORM PEDE-CHAVE
           PERFORM PROCURA-RECLAMACAO
           IF FOUND-RECLAMACAO NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-REDIGIDA
               IF WS-ENVIADA
                   MOVE "RESPOSTA JA ENVIADA AO ORGAO" TO MSG
               ELSE
                   MOVE "RESPOSTA AINDA NAO REDIGIDA" TO MSG
               END-IF
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "ENVIO CANCELADO" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - ENVIO NAO GRAVADO"
                       TO MSG
               ELSE
                   PERFORM GRAVA-ENVIO
               END-IF
           END-IF
           DISPLAY TELA-DADOS
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       GRAVA-ENVIO.
           OPEN I-O ARQ-RECLAMACOES
           MOVE WS-ORGAO TO RR-ORGAO
           MOVE WS-PROTOCOLO TO RR-PROTOCOLO
           READ ARQ-RECLAMACOES
               INVALID KEY
                   MOVE "ERRO AO GRAVAR ENVIO" TO MSG
               NOT INVALID KEY
                   IF NOT RR-REDIGIDA
                       MOVE "RESPOSTA ALTERADA POR OUTRO OPERADOR"
                           TO MSG
                   ELSE
                       SET RR-ENVIADA TO TRUE
                       MOVE WS-OPERADOR-ID TO RR-SUPERVISOR
                       MOVE WS-HOJE-DATA8 TO RR-DATA-ENVIO
                       REWRITE REG-RECLAMACAO
                           INVALID KEY
                               MOVE "ERRO AO GRAVAR ENVIO" TO MSG
                           NOT INVALID KEY
                               IF RR-DATA-ENVIO > RR-DATA-LIMITE
                                   MOVE "RESPOSTA ENVIADA FORA DO PRAZO"
                                       TO MSG
                               ELSE
                                   MOVE "RESPOSTA ENVIADA NO PRAZO"
                                       TO MSG
                               END-IF
                               PERFORM CARREGA-RECLAMACAO
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE ARQ-RECLAMACOES.

       PEDE-CHAVE.
           PERFORM WITH TEST AFTER UNTIL WS-ORGAO-OK
               ACCEPT S-ORGAO
               MOVE FUNCTION UPPER-CASE (WS-ORGAO) TO WS-ORGAO
           END-PERFORM
           PERFORM DECODE-ORGAO
           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL WS-PROTOCOLO NOT = SPACES
               ACCEPT S-PROTOCOLO
           END-PERFORM
           MOVE FUNCTION UPPER-CASE (WS-PROTOCOLO) TO WS-PROTOCOLO
           MOVE "N" TO FOUND-RECLAMACAO.

       PROCURA-RECLAMACAO.
           MOVE "N" TO FOUND-RECLAMACAO
           OPEN INPUT ARQ-RECLAMACOES
           IF ST-RECLAMACAO NOT = "00"
               MOVE "NENHUMA RECLAMACAO REGISTRADA" TO MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORGAO TO RR-ORGAO
           MOVE WS-PROTOCOLO TO RR-PROTOCOLO
           READ ARQ-RECLAMACOES
               INVALID KEY
                   MOVE "RECLAMACAO NAO ENCONTRADA" TO MSG
               NOT INVALID KEY
                   MOVE "S" TO FOUND-RECLAMACAO
                   PERFORM CARREGA-RECLAMACAO
           END-READ
           CLOSE ARQ-RECLAMACOES
           IF FOUND-RECLAMACAO = "S"
               DISPLAY TELA-DADOS
           END-IF.

       CARREGA-RECLAMACAO.
           MOVE RR-CPF TO WS-CPF-BUSCA
           MOVE RR-CHAVE-OCORR TO WS-CHAVE-OCORR
           MOVE SPACES TO WS-OCORR-TELA
           STRING RR-CHAVE-OCORR (18:2) "/" RR-CHAVE-OCORR (16:2) "/"
               RR-CHAVE-OCORR (12:4) " " RR-CHAVE-OCORR (20:2) ":"
               RR-CHAVE-OCORR (22:2)
               DELIMITED BY SIZE INTO WS-OCORR-TELA
           MOVE SPACES TO WS-OCORR-DESC
           MOVE RR-CATEGORIA TO WS-CATEGORIA
           MOVE RR-DATA-RECEBIDA TO WS-DATA-RECEBIDA
           MOVE RR-TIPO-PRAZO TO WS-TIPO-PRAZO
           MOVE RR-PRAZO-DIAS TO WS-PRAZO-DIAS
           MOVE RR-DATA-LIMITE TO WS-DATA-LIMITE
           MOVE RR-DATA-LIMITE TO WS-DATA-FMT
           PERFORM FORMATA-DATA
           MOVE WS-DATA-FMT-BARRAS TO WS-LIMITE-TELA
           MOVE RR-RESPOSTA-LINHA (1) TO WS-RESPOSTA-1
           MOVE RR-RESPOSTA-LINHA (2) TO WS-RESPOSTA-2
           MOVE RR-RESPOSTA-LINHA (3) TO WS-RESPOSTA-3
           MOVE RR-SITUACAO TO WS-SITUACAO
           PERFORM DECODE-SITUACAO
           MOVE SPACES TO WS-VISTO-TELA
           IF RR-ENVIADA
               MOVE RR-DATA-ENVIO TO WS-DATA-FMT
               PERFORM FORMATA-DATA
               STRING WS-DATA-FMT-BARRAS " POR " RR-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-VISTO-TELA
           END-IF.

       PEDE-CONFIRMACAO.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM.

       FORMATA-DATA.
           MOVE WS-DATA-FMT (7:2) TO WS-DATA-FMT-BARRAS (1:2)
           MOVE "/" TO WS-DATA-FMT-BARRAS (3:1)
           MOVE WS-DATA-FMT (5:2) TO WS-DATA-FMT-BARRAS (4:2)
           MOVE "/" TO WS-DATA-FMT-BARRAS (6:1)
           MOVE WS-DATA-FMT (1:4) TO WS-DATA-FMT-BARRAS (7:4).

       DECODE-ORGAO.
           IF WS-ORGAO = "A"
               MOVE "ANATEL" TO WS-ORGAO-DESC
           ELSE
               MOVE "PROCON" TO WS-ORGAO-DESC
           END-IF.

       DECODE-SITUACAO.
           EVALUATE WS-SITUACAO
               WHEN "R" MOVE "RECEBIDA" TO WS-SITUACAO-DESC
               WHEN "D" MOVE "REDIGIDA - SEM VISTO" TO WS-SITUACAO-DESC
               WHEN "E" MOVE "RESPOSTA ENVIADA" TO WS-SITUACAO-DESC
               WHEN OTHER MOVE SPACES TO WS-SITUACAO-DESC
           END-EVALUATE.

       LIMPA-TELA.
           MOVE ZERO TO WS-DATA-RECEBIDA WS-PRAZO-DIAS WS-DATA-LIMITE
               CPF-RETORNO
           MOVE SPACES TO WS-ORGAO WS-ORGAO-DESC WS-PROTOCOLO
               WS-CPF-BUSCA WS-CHAVE-OCORR WS-OCORR-TELA WS-OCORR-DESC
               WS-CATEGORIA WS-TIPO-PRAZO WS-LIMITE-TELA
               WS-RESPOSTA-1 WS-RESPOSTA-2 WS-RESPOSTA-3 WS-SITUACAO
               WS-SITUACAO-DESC WS-VISTO-TELA MSG
           MOVE "N" TO FOUND-RECLAMACAO
           PERFORM MOSTRA-TELA.

       MOSTRA-TELA.
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           DISPLAY TELA-DADOS.
