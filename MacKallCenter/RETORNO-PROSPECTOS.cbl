      *RETORNO DE PROSPECTOS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO_PROSPECTOS AS "PGM81".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROSPECTOS ASSIGN TO "D:\PROSPECTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CHAVE
               FILE STATUS IS ST-PROSPECTO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROSPECTOS.
           COPY PRSCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
           COPY PRSSESSCOPY.

       77 ST-PROSPECTO PIC XX VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-PROSP PIC X VALUE "N".
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ESCOLHA PIC 99 VALUE ZERO.
       77 WS-ACAO PIC X VALUE SPACE.
       77 FOUND-PROSPECTO PIC X VALUE "N".
       77 FOUND-MOTIVO PIC X VALUE "N".
       77 WS-NOVA-DATA PIC 9(8) VALUE ZERO.
       77 WS-MOTIVO PIC X VALUE SPACE.
       77 WS-MOTIVO-DESC PIC X(15) VALUE SPACES.
       77 WS-CPF-CLIENTE PIC 9(11) VALUE ZERO.

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

       01 WS-DATA-PROXIMO.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).

       01 WS-PROXIMO-EDIT.
           05 DD PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 MM PIC X(2).
           05 FILLER PIC X VALUE '/'.
           05 YYYY PIC X(4).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

       01 WS-LISTA-TAB.
           05 WS-LISTA OCCURS 10 TIMES.
               10 WS-LST-NUM PIC X(2).
               10 WS-LST-TELEFONE PIC X(12).
               10 WS-LST-NOME PIC X(25).
               10 WS-LST-PACOTE PIC X(1).
               10 WS-LST-ORIGEM PIC X(1).
               10 WS-LST-DATA PIC X(10).
               10 WS-LST-CONTATOS PIC X(3).
               10 WS-LST-CHAVE PIC X(11).

       COPY MPRCOPY.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE "RETORNO DE PROSPECTOS".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 08 COLUMN 04 VALUE "NO".
           05 LINE 08 COLUMN 08 VALUE "TELEFONE".
           05 LINE 08 COLUMN 21 VALUE "NOME".
           05 LINE 08 COLUMN 47 VALUE "P".
           05 LINE 08 COLUMN 49 VALUE "O".
           05 LINE 08 COLUMN 52 VALUE "RETORNO".
           05 LINE 08 COLUMN 64 VALUE "CONTATOS".

           05 LINE 09 COLUMN 04 USING WS-LST-NUM (1).
           05 LINE 09 COLUMN 08 USING WS-LST-TELEFONE (1).
           05 LINE 09 COLUMN 21 USING WS-LST-NOME (1).
           05 LINE 09 COLUMN 47 USING WS-LST-PACOTE (1).
           05 LINE 09 COLUMN 49 USING WS-LST-ORIGEM (1).
           05 LINE 09 COLUMN 52 USING WS-LST-DATA (1).
           05 LINE 09 COLUMN 64 USING WS-LST-CONTATOS (1).
           05 LINE 10 COLUMN 04 USING WS-LST-NUM (2).
           05 LINE 10 COLUMN 08 USING WS-LST-TELEFONE (2).
           05 LINE 10 COLUMN 21 USING WS-LST-NOME (2).
           05 LINE 10 COLUMN 47 USING WS-LST-PACOTE (2).
           05 LINE 10 COLUMN 49 USING WS-LST-ORIGEM (2).
           05 LINE 10 COLUMN 52 USING WS-LST-DATA (2).
           05 LINE 10 COLUMN 64 USING WS-LST-CONTATOS (2).
           05 LINE 11 COLUMN 04 USING WS-LST-NUM (3).
           05 LINE 11 COLUMN 08 USING WS-LST-TELEFONE (3).
           05 LINE 11 COLUMN 21 USING WS-LST-NOME (3).
           05 LINE 11 COLUMN 47 USING WS-LST-PACOTE (3).
           05 LINE 11 COLUMN 49 USING WS-LST-ORIGEM (3).
           05 LINE 11 COLUMN 52 USING WS-LST-DATA (3).
           05 LINE 11 COLUMN 64 USING WS-LST-CONTATOS (3).
           05 LINE 12 COLUMN 04 USING WS-LST-NUM (4).
           05 LINE 12 COLUMN 08 USING WS-LST-TELEFONE (4).
           05 LINE 12 COLUMN 21 USING WS-LST-NOME (4).
           05 LINE 12 COLUMN 47 USING WS-LST-PACOTE (4).
           05 LINE 12 COLUMN 49 USING WS-LST-ORIGEM (4).
           05 LINE 12 COLUMN 52 USING WS-LST-DATA (4).
           05 LINE 12 COLUMN 64 USING WS-LST-CONTATOS (4).
           05 LINE 13 COLUMN 04 USING WS-LST-NUM (5).
           05 LINE 13 COLUMN 08 USING WS-LST-TELEFONE (5).
           05 LINE 13 COLUMN 21 USING WS-LST-NOME (5).
           05 LINE 13 COLUMN 47 USING WS-LST-PACOTE (5).
           05 LINE 13 COLUMN 49 USING WS-LST-ORIGEM (5).
           05 LINE 13 COLUMN 52 USING WS-LST-DATA (5).
           05 LINE 13 COLUMN 64 USING WS-LST-CONTATOS (5).
           05 LINE 14 COLUMN 04 USING WS-LST-NUM (6).
           05 LINE 14 COLUMN 08 USING WS-LST-TELEFONE (6).
           05 LINE 14 COLUMN 21 USING WS-LST-NOME (6).
           05 LINE 14 COLUMN 47 USING WS-LST-PACOTE (6).
           05 LINE 14 COLUMN 49 USING WS-LST-ORIGEM (6).
           05 LINE 14 COLUMN 52 USING WS-LST-DATA (6).
           05 LINE 14 COLUMN 64 USING WS-LST-CONTATOS (6).
           05 LINE 15 COLUMN 04 USING WS-LST-NUM (7).
           05 LINE 15 COLUMN 08 USING WS-LST-TELEFONE (7).
           05 LINE 15 COLUMN 21 USING WS-LST-NOME (7).
           05 LINE 15 COLUMN 47 USING WS-LST-PACOTE (7).
           05 LINE 15 COLUMN 49 USING WS-LST-ORIGEM (7).
           05 LINE 15 COLUMN 52 USING WS-LST-DATA (7).
           05 LINE 15 COLUMN 64 USING WS-LST-CONTATOS (7).
           05 LINE 16 COLUMN 04 USING WS-LST-NUM (8).
           05 LINE 16 COLUMN 08 USING WS-LST-TELEFONE (8).
           05 LINE 16 COLUMN 21 USING WS-LST-NOME (8).
           05 LINE 16 COLUMN 47 USING WS-LST-PACOTE (8).
           05 LINE 16 COLUMN 49 USING WS-LST-ORIGEM (8).
           05 LINE 16 COLUMN 52 USING WS-LST-DATA (8).
           05 LINE 16 COLUMN 64 USING WS-LST-CONTATOS (8).
           05 LINE 17 COLUMN 04 USING WS-LST-NUM (9).
           05 LINE 17 COLUMN 08 USING WS-LST-TELEFONE (9).
           05 LINE 17 COLUMN 21 USING WS-LST-NOME (9).
           05 LINE 17 COLUMN 47 USING WS-LST-PACOTE (9).
           05 LINE 17 COLUMN 49 USING WS-LST-ORIGEM (9).
           05 LINE 17 COLUMN 52 USING WS-LST-DATA (9).
           05 LINE 17 COLUMN 64 USING WS-LST-CONTATOS (9).
           05 LINE 18 COLUMN 04 USING WS-LST-NUM (10).
           05 LINE 18 COLUMN 08 USING WS-LST-TELEFONE (10).
           05 LINE 18 COLUMN 21 USING WS-LST-NOME (10).
           05 LINE 18 COLUMN 47 USING WS-LST-PACOTE (10).
           05 LINE 18 COLUMN 49 USING WS-LST-ORIGEM (10).
           05 LINE 18 COLUMN 52 USING WS-LST-DATA (10).
           05 LINE 18 COLUMN 64 USING WS-LST-CONTATOS (10).

           05 LINE 19 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 20 COLUMN 04 VALUE
              "NUMERO DO PROSPECTO (00 P/ VOLTAR): [  ]".
           05 S-ESCOLHA LINE 20 COLUMN 41 PIC 99 TO WS-ESCOLHA.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-ACAO.
           05 LINE 22 COLUMN 16 VALUE
              "(R)ETORNAR, (V)ENDER OU (P)ERDIDO? [ ]".
           05 PICK-ACAO LINE 22 COLUMN 52 PIC X TO WS-ACAO.

       01 TELA1-RETORNO.
           05 LINE 22 COLUMN 16 VALUE
              "LIGAR DE NOVO EM (AAAAMMDD): [        ]".
           05 PICK-RETORNO LINE 22 COLUMN 46 PIC 9(8)
               TO WS-NOVA-DATA.

       01 TELA1-MOTIVO.
           05 LINE 22 COLUMN 16 VALUE
              "MOTIVO (P C O D S): [ ]".
           05 PICK-MOTIVO LINE 22 COLUMN 37 PIC X TO WS-MOTIVO.
           05 S-MOTIVO-DESC LINE 22 COLUMN 41 PIC X(15)
               FROM WS-MOTIVO-DESC.

       01 TELA1-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 22 COLUMN 80 TO CONFIRM.

       PROCEDURE DIVISION.
      *the day's callbacks: every lead still open whose next contact
      *date has come. Each call ends one of three ways -- another
      *date to call again, the sale (PGM11 is opened with what the
      *lead already told us, and the lead keeps the new client's
      *CPF), or the lead given up with the reason, which is what
      *RELATORIO_FUNIL counts.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY.

           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > 10
               MOVE SPACES TO WS-LISTA (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA

           PERFORM CARREGA-RETORNOS

           IF WS-QTD-LISTA = ZERO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "NENHUM PROSPECTO PARA RETORNAR HOJE" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY TELA1

           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-ESCOLHA = ZERO
                   OR (WS-ESCOLHA >= 1 AND WS-ESCOLHA <= WS-QTD-LISTA)
               ACCEPT S-ESCOLHA
           END-PERFORM

           IF WS-ESCOLHA NOT = ZERO
               PERFORM TRATA-PROSPECTO
           END-IF

           EXIT PROGRAM.

       CARREGA-RETORNOS.
           OPEN INPUT ARQ-PROSPECTOS
           IF ST-PROSPECTO NOT = "00"
               MOVE "S" TO WS-FIM-PROSP
           ELSE
               MOVE "N" TO WS-FIM-PROSP
           END-IF

           PERFORM UNTIL WS-FIM-PROSP = "S" OR WS-QTD-LISTA = 10
               READ ARQ-PROSPECTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-PROSP
                   NOT AT END
                       IF PS-ABERTO
                               AND PS-DATA-PROXIMO-CONTATO <= WS-DATA8
                           PERFORM LISTA-PROSPECTO
                       END-IF
               END-READ
           END-PERFORM

           IF ST-PROSPECTO NOT = "35"
               CLOSE ARQ-PROSPECTOS
           END-IF.

       LISTA-PROSPECTO.
           ADD 1 TO WS-QTD-LISTA
           MOVE WS-QTD-LISTA TO WS-LST-NUM (WS-QTD-LISTA)
           STRING PS-DDD " " PS-TELEFONE (1:4) "-" PS-TELEFONE (5:4)
               DELIMITED BY SIZE INTO WS-LST-TELEFONE (WS-QTD-LISTA)
           MOVE PS-NOME TO WS-LST-NOME (WS-QTD-LISTA)
           MOVE PS-PACOTE TO WS-LST-PACOTE (WS-QTD-LISTA)
           MOVE PS-ORIGEM TO WS-LST-ORIGEM (WS-QTD-LISTA)
           MOVE PS-DATA-PROXIMO-CONTATO TO WS-DATA-PROXIMO
           MOVE CORRESPONDING WS-DATA-PROXIMO TO WS-PROXIMO-EDIT
           MOVE WS-PROXIMO-EDIT TO WS-LST-DATA (WS-QTD-LISTA)
           MOVE PS-QTD-CONTATOS TO WS-LST-CONTATOS (WS-QTD-LISTA)
           MOVE PS-CHAVE TO WS-LST-CHAVE (WS-QTD-LISTA).

       TRATA-PROSPECTO.
           OPEN INPUT ARQ-PROSPECTOS
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO PS-CHAVE
           READ ARQ-PROSPECTOS
               INVALID KEY MOVE "N" TO FOUND-PROSPECTO
               NOT INVALID KEY MOVE "S" TO FOUND-PROSPECTO
           END-READ
           CLOSE ARQ-PROSPECTOS

           IF FOUND-PROSPECTO NOT = "S"
               MOVE "PROSPECTO NAO ENCONTRADO" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACAO
           PERFORM WITH TEST AFTER UNTIL WS-ACAO = "R" OR "V" OR "P"
               DISPLAY TELA1-ACAO
               ACCEPT PICK-ACAO
               MOVE FUNCTION UPPER-CASE (WS-ACAO) TO WS-ACAO
           END-PERFORM

      *whatever the outcome, the lead was reached once more.
           ADD 1 TO PS-QTD-CONTATOS
           MOVE WS-DATA8 TO PS-DATA-ULTIMO-CONTATO
           MOVE WS-OPERADOR-ID TO PS-OPERADOR

           EVALUATE WS-ACAO
               WHEN "R"
                   PERFORM AGENDA-RETORNO
               WHEN "P"
                   PERFORM REGISTRA-PERDA
               WHEN "V"
                   PERFORM CONVERTE-PROSPECTO
           END-EVALUATE

           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - NADA FOI GRAVADO" TO MSG
           ELSE
               PERFORM GRAVA-PROSPECTO
           END-IF

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER.

       AGENDA-RETORNO.
           MOVE ZERO TO WS-NOVA-DATA
           PERFORM WITH TEST AFTER UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD (WS-NOVA-DATA) = ZERO
                   AND WS-NOVA-DATA > WS-DATA8
               DISPLAY TELA1-RETORNO
               ACCEPT PICK-RETORNO
           END-PERFORM
           SET PS-EM-CONTATO TO TRUE
           MOVE WS-NOVA-DATA TO PS-DATA-PROXIMO-CONTATO
           MOVE "RETORNO AGENDADO" TO MSG.

       REGISTRA-PERDA.
           MOVE SPACES TO WS-MOTIVO-DESC
           MOVE "N" TO FOUND-MOTIVO
           PERFORM WITH TEST AFTER UNTIL FOUND-MOTIVO = "S"
               DISPLAY TELA1-MOTIVO
               ACCEPT PICK-MOTIVO
               MOVE FUNCTION UPPER-CASE (WS-MOTIVO) TO WS-MOTIVO
               SET IDX-MPR TO 1
               SEARCH MOTIVO-PERDA-ITEM
                   AT END CONTINUE
                   WHEN MPR-COD (IDX-MPR) = WS-MOTIVO
                       MOVE "S" TO FOUND-MOTIVO
                       MOVE MPR-DESC (IDX-MPR) TO WS-MOTIVO-DESC
                       DISPLAY S-MOTIVO-DESC
               END-SEARCH
           END-PERFORM
           SET PS-PERDIDO TO TRUE
           MOVE WS-MOTIVO TO PS-MOTIVO-PERDA
           MOVE WS-DATA8 TO PS-DATA-ENCERRAMENTO
           MOVE "PROSPECTO ENCERRADO COMO PERDIDO" TO MSG.

      *the sale is keyed in PGM11 like any other, started with what
      *the lead already gave us through the shared PRSSESSCOPY area;
      *only a client actually written comes back with its CPF. A sale
      *that did not go through leaves the lead open, in contact.
       CONVERTE-PROSPECTO.
           MOVE SPACES TO WS-PROSPECTO-SESSAO
           SET WS-PRS-CONVERSAO TO TRUE
           MOVE PS-NOME TO WS-PRS-NOME
           MOVE PS-DDD TO WS-PRS-DDD
           MOVE PS-TELEFONE TO WS-PRS-TELEFONE
           MOVE PS-CEP TO WS-PRS-CEP
           MOVE PS-PACOTE TO WS-PRS-PACOTE
           MOVE ZERO TO WS-PRS-CPF-CLIENTE

           CALL "PGM11"

           MOVE WS-PRS-CPF-CLIENTE TO WS-CPF-CLIENTE
           MOVE SPACES TO WS-PROSPECTO-SESSAO

           DISPLAY TELA1
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           IF WS-CPF-CLIENTE = ZERO
               SET PS-EM-CONTATO TO TRUE
               MOVE "VENDA NAO CONCLUIDA - PROSPECTO ABERTO" TO MSG
           ELSE
               SET PS-CONVERTIDO TO TRUE
               MOVE WS-CPF-CLIENTE TO PS-CPF-CLIENTE
               MOVE WS-DATA8 TO PS-DATA-ENCERRAMENTO
               MOVE "PROSPECTO CONVERTIDO EM CLIENTE" TO MSG
           END-IF.

       GRAVA-PROSPECTO.
           OPEN I-O ARQ-PROSPECTOS
           REWRITE REG-PROSPECTO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR PROSPECTO" TO MSG
           END-REWRITE
           CLOSE ARQ-PROSPECTOS.
