      *CADASTRO DE PROSPECTOS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_PROSPECTO AS "PGM80".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROSPECTOS ASSIGN TO "D:\PROSPECTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-CHAVE
               FILE STATUS IS ST-PROSPECTO.

           SELECT ARQ-TELEFONES ASSIGN TO "D:\TELEFONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS ST-TELEFONE.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROSPECTOS.
           COPY PRSCOPY.

       FD ARQ-TELEFONES.
           COPY TELCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.

       77 ST-PROSPECTO PIC XX VALUE SPACES.
       77 ST-TELEFONE PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 FOUND-DDD PIC X VALUE "N".
       77 FOUND-CLIENTE PIC X VALUE "N".
       77 FOUND-PROSPECTO PIC X VALUE "N".
       77 FOUND-PACOTE PIC X VALUE "N".
       77 WS-REABRE PIC X VALUE "N".
       77 WS-FIM PIC X VALUE "N".
       77 WS-CONFIRMA PIC X VALUE "N".
       77 WS-PACOTE-DESC PIC X(20) VALUE SPACES.
       77 WS-STATUS-DESC PIC X(15) VALUE SPACES.

       01 WS-TELEFONE-AUX.
           05 WS-TEL1 PIC X(4).
           05 WS-TEL2 PIC X(4).
       77 WS-DDD PIC 9(2) VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).
       01 WS-DATA8 REDEFINES WS-DATE PIC 9(8).

       01 WS-DD-MM-YYYY.
           05 DD PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 MM PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 YYYY PIC X(4).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

       COPY DDDCOPY.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE "CADASTRO DE PROSPECTO".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 09 COLUMN 04 VALUE
              "TELEFONE............: [  ]-[    -    ]".
           05 S-DDD LINE 09 COLUMN 27 PIC 9(2) USING WS-DDD.
           05 S-TEL1 LINE 09 COLUMN 32 PIC X(4) USING WS-TEL1.
           05 S-TEL2 LINE 09 COLUMN 37 PIC X(4) USING WS-TEL2.
           05 LINE 10 COLUMN 04 VALUE "NOME................: [".
           05 LINE 10 COLUMN 57 VALUE "]".
           05 S-NOME LINE 10 COLUMN 27 PIC X(30) USING PS-NOME.
           05 LINE 11 COLUMN 04 VALUE "CEP.................: [".
           05 LINE 11 COLUMN 35 VALUE "]".
           05 S-CEP LINE 11 COLUMN 27 PIC 9(8) USING PS-CEP.
           05 LINE 12 COLUMN 04 VALUE "PACOTE DE INTERESSE.: [ ]-".
           05 S-PACOTE LINE 12 COLUMN 27 PIC X(1) USING PS-PACOTE.
           05 S-PACOTE-DESC LINE 12 COLUMN 31 PIC X(20)
               FROM WS-PACOTE-DESC.
           05 LINE 13 COLUMN 04 VALUE "ORIGEM (T/W/C)......: [ ]".
           05 S-ORIGEM LINE 13 COLUMN 27 PIC X(1) USING PS-ORIGEM.
           05 LINE 13 COLUMN 31 VALUE
              "T-TELEFONE  W-WEB  C-CAMPANHA".
           05 LINE 14 COLUMN 04 VALUE "CAMPANHA............: [".
           05 LINE 14 COLUMN 47 VALUE "]".
           05 S-CAMPANHA LINE 14 COLUMN 27 PIC X(20)
               USING PS-CAMPANHA.
           05 LINE 15 COLUMN 04 VALUE "PROXIMO CONTATO.....: [".
           05 LINE 15 COLUMN 35 VALUE "] (AAAAMMDD)".
           05 S-PROXIMO LINE 15 COLUMN 27 PIC 9(8)
               USING PS-DATA-PROXIMO-CONTATO.
           05 LINE 16 COLUMN 04 VALUE "OBSERVACAO..........: [".
           05 LINE 16 COLUMN 67 VALUE "]".
           05 S-OBSERVACAO LINE 16 COLUMN 27 PIC X(40)
               USING PS-OBSERVACAO.
           05 LINE 17 COLUMN 04 VALUE "SITUACAO............:".
           05 S-STATUS LINE 17 COLUMN 27 PIC X(15)
               FROM WS-STATUS-DESC.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-CONFIRMA.
           05 LINE 20 COLUMN 04 VALUE
              "GRAVA O PROSPECTO (S/N)? [ ]".
           05 PICK-CONFIRMA LINE 20 COLUMN 30 PIC X TO WS-CONFIRMA.

       01 TELA1-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 22 COLUMN 80 TO CONFIRM.

       PROCEDURE DIVISION.
      *someone who asks about the service without being a customer
      *is kept here by the phone they gave, with the package they
      *asked about and when to call them back, so RETORNO_PROSPECTOS
      *can bring them up on that day. The same phone typed again
      *brings back the lead already on file to be updated; a lead
      *lost before is reopened, and a phone that already belongs to
      *a client is refused -- that caller is a customer, not a lead.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY.

           MOVE SPACES TO REG-PROSPECTO
           MOVE ZERO TO PS-CEP
           MOVE ZERO TO PS-DATA-PROXIMO-CONTATO
           MOVE SPACES TO WS-TELEFONE-AUX

           DISPLAY TELA1
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           PERFORM ACEITA-TELEFONE

           PERFORM CONFERE-CLIENTE
           IF FOUND-CLIENTE = "S"
               MOVE "TELEFONE JA PERTENCE A UM CLIENTE" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LE-PROSPECTO
           IF FOUND-PROSPECTO = "S"
               IF PS-CONVERTIDO
                   MOVE "PROSPECTO JA CONVERTIDO EM CLIENTE" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
                   EXIT PROGRAM
               END-IF
               IF PS-PERDIDO
                   MOVE "S" TO WS-REABRE
                   MOVE "PROSPECTO PERDIDO - SERA REABERTO" TO MSG
               ELSE
                   MOVE "PROSPECTO JA CADASTRADO - ATUALIZE" TO MSG
               END-IF
               PERFORM MOSTRA-SITUACAO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
           ELSE
               SET PS-NOVO TO TRUE
               SET PS-ORIGEM-TELEFONE TO TRUE
               MOVE WS-DATA8 TO PS-DATA-PROXIMO-CONTATO
               PERFORM MOSTRA-SITUACAO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
           END-IF

           PERFORM ACEITA-DADOS

           MOVE "N" TO WS-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "N"
               DISPLAY TELA1-CONFIRMA
               ACCEPT PICK-CONFIRMA
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
               MOVE "PROSPECTO NAO GRAVADO" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - NADA FOI GRAVADO" TO MSG
           ELSE
               PERFORM GRAVA-PROSPECTO
           END-IF

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER

           EXIT PROGRAM.

      *the phone is taken as PGM11 takes it -- an assigned DDD and
      *eight digits -- so the lead's key is the TELEFONE the client
      *record will carry if it is converted.
       ACEITA-TELEFONE.
           MOVE "N" TO FOUND-DDD
           PERFORM WITH TEST AFTER UNTIL FOUND-DDD = "S"
               ACCEPT S-DDD
               PERFORM VARYING IDX-DDD FROM 1 BY 1
                       UNTIL IDX-DDD > 66
                   IF DDD-ITEM (IDX-DDD) = WS-DDD
                       MOVE "S" TO FOUND-DDD
                   END-IF
               END-PERFORM
               IF FOUND-DDD = "N"
                   MOVE "DDD INVALIDO" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-TEL1 NUMERIC
               ACCEPT S-TEL1
               IF NOT (WS-TEL1 NUMERIC)
                   MOVE "TELEFONE DEVE CONTER SOMENTE NUMEROS" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS-TEL2 NUMERIC
               ACCEPT S-TEL2
               IF NOT (WS-TEL2 NUMERIC)
                   MOVE "TELEFONE DEVE CONTER SOMENTE NUMEROS" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM.

      *TELEFONES.DAT carries every client's main phone (and more than
      *one client may share it), so any row for the DDD and number
      *means the caller is already a customer.
       CONFERE-CLIENTE.
           MOVE "N" TO FOUND-CLIENTE
           OPEN INPUT ARQ-TELEFONES
           IF ST-TELEFONE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DDD TO TX-DDD
           MOVE WS-TELEFONE-AUX TO TX-TELEFONE
           MOVE ZERO TO TX-CPF
           MOVE "N" TO WS-FIM
           START ARQ-TELEFONES KEY IS >= TX-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           IF WS-FIM = "N"
               READ ARQ-TELEFONES NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF TX-DDD = WS-DDD
                               AND TX-TELEFONE = WS-TELEFONE-AUX
                           MOVE "S" TO FOUND-CLIENTE
                       END-IF
               END-READ
           END-IF
           CLOSE ARQ-TELEFONES.

       LE-PROSPECTO.
           MOVE "N" TO FOUND-PROSPECTO
           OPEN INPUT ARQ-PROSPECTOS
           IF ST-PROSPECTO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DDD TO PS-DDD
           MOVE WS-TELEFONE-AUX TO PS-TELEFONE
           READ ARQ-PROSPECTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO FOUND-PROSPECTO
           END-READ
           CLOSE ARQ-PROSPECTOS.

       MOSTRA-SITUACAO.
           EVALUATE TRUE
               WHEN WS-REABRE = "S"
                   MOVE "REABERTO" TO WS-STATUS-DESC
               WHEN PS-NOVO
                   MOVE "NOVO" TO WS-STATUS-DESC
               WHEN PS-EM-CONTATO
                   MOVE "EM CONTATO" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-DESC
           END-EVALUATE
           MOVE SPACES TO WS-PACOTE-DESC
           IF PS-PACOTE NOT = SPACE
               OPEN INPUT ARQ-PACOTES
               MOVE PS-PACOTE TO PAC-CODIGO
               READ ARQ-PACOTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PAC-DESCRICAO TO WS-PACOTE-DESC
               END-READ
               CLOSE ARQ-PACOTES
           END-IF.

       ACEITA-DADOS.
           PERFORM WITH TEST AFTER UNTIL PS-NOME NOT = SPACES
               ACCEPT S-NOME
           END-PERFORM
           MOVE FUNCTION UPPER-CASE (PS-NOME) TO PS-NOME

           PERFORM WITH TEST AFTER UNTIL PS-CEP > ZERO
               ACCEPT S-CEP
           END-PERFORM

           OPEN INPUT ARQ-PACOTES
           MOVE "N" TO FOUND-PACOTE
           PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
               ACCEPT S-PACOTE
               MOVE FUNCTION UPPER-CASE (PS-PACOTE) TO PS-PACOTE
               MOVE PS-PACOTE TO PAC-CODIGO
               READ ARQ-PACOTES
                   INVALID KEY
                       MOVE "TIPO DE PACOTE INVALIDO" TO MSG
                       DISPLAY TELA1-MENSAGEM
                       ACCEPT PRESS-ENTER
                   NOT INVALID KEY
                       MOVE "S" TO FOUND-PACOTE
                       MOVE PAC-DESCRICAO TO WS-PACOTE-DESC
                       DISPLAY S-PACOTE-DESC
               END-READ
           END-PERFORM
           CLOSE ARQ-PACOTES

           PERFORM WITH TEST AFTER UNTIL PS-ORIGEM-TELEFONE
                   OR PS-ORIGEM-WEB OR PS-ORIGEM-CAMPANHA
               ACCEPT S-ORIGEM
               MOVE FUNCTION UPPER-CASE (PS-ORIGEM) TO PS-ORIGEM
           END-PERFORM

      *a campaign lead carries the name of the list it came from --
      *the file the EXTRATOR_CAMPANHA run was given -- so the funnel
      *can tell one campaign from another.
           IF PS-ORIGEM-CAMPANHA
               PERFORM WITH TEST AFTER UNTIL PS-CAMPANHA NOT = SPACES
                   ACCEPT S-CAMPANHA
               END-PERFORM
               MOVE FUNCTION UPPER-CASE (PS-CAMPANHA) TO PS-CAMPANHA
           ELSE
               MOVE SPACES TO PS-CAMPANHA
               DISPLAY S-CAMPANHA
           END-IF

           PERFORM WITH TEST AFTER UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD
                       (PS-DATA-PROXIMO-CONTATO) = ZERO
                   AND PS-DATA-PROXIMO-CONTATO >= WS-DATA8
               ACCEPT S-PROXIMO
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (PS-DATA-PROXIMO-CONTATO) NOT = ZERO
                       OR PS-DATA-PROXIMO-CONTATO < WS-DATA8
                   MOVE "DATA INVALIDA OU JA PASSADA" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           ACCEPT S-OBSERVACAO
           MOVE FUNCTION UPPER-CASE (PS-OBSERVACAO) TO PS-OBSERVACAO.

      *a new lead, or a lost one coming back, starts over as new
      *from today -- it is counted in this month's funnel under the
      *operator who took it; an open lead keeps its history.
       GRAVA-PROSPECTO.
           MOVE WS-DDD TO PS-DDD
           MOVE WS-TELEFONE-AUX TO PS-TELEFONE
           IF FOUND-PROSPECTO NOT = "S" OR WS-REABRE = "S"
               SET PS-NOVO TO TRUE
               MOVE WS-DATA8 TO PS-DATA-CADASTRO
               MOVE ZERO TO PS-DATA-ULTIMO-CONTATO
               MOVE ZERO TO PS-QTD-CONTATOS
               MOVE WS-OPERADOR-ID TO PS-OPERADOR
               MOVE SPACE TO PS-MOTIVO-PERDA
               MOVE ZERO TO PS-DATA-ENCERRAMENTO
               MOVE ZERO TO PS-CPF-CLIENTE
           END-IF

           OPEN I-O ARQ-PROSPECTOS
           IF ST-PROSPECTO = "35"
               OPEN OUTPUT ARQ-PROSPECTOS
               CLOSE ARQ-PROSPECTOS
               OPEN I-O ARQ-PROSPECTOS
           END-IF
           IF FOUND-PROSPECTO = "S"
               REWRITE REG-PROSPECTO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PROSPECTO" TO MSG
                   NOT INVALID KEY
                       MOVE "PROSPECTO ATUALIZADO" TO MSG
               END-REWRITE
           ELSE
               WRITE REG-PROSPECTO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR PROSPECTO" TO MSG
                   NOT INVALID KEY
                       MOVE "PROSPECTO CADASTRADO" TO MSG
               END-WRITE
           END-IF
           CLOSE ARQ-PROSPECTOS.
