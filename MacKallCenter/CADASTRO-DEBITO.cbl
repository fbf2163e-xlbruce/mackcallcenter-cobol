      *CADASTRO DE DEBITO AUTOMATICO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO_DEBITO AS "PGM58".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEBITOS ASSIGN TO "D:\DEBITOAUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-CPF
               FILE STATUS IS ST-DEBITO.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DEBITOS.
           COPY DEBCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-DEBITO PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 4.
       77 W-BRANCO-MENU PIC X(39) VALUE SPACES.
       77 FOUND-CPF PIC X VALUE "N".
       77 FOUND-DEBITO PIC X VALUE "N".
       77 WS-CPF-BUSCA PIC 9(11) VALUE ZERO.
       77 WS-NOME PIC X(30) VALUE SPACES.
       77 WS-BANCO PIC 9(3) VALUE ZERO.
       77 WS-AGENCIA PIC 9(4) VALUE ZERO.
       77 WS-CONTA PIC 9(12) VALUE ZERO.
       77 WS-CONTA-DV PIC X VALUE SPACE.
       77 WS-SITUACAO-DESC PIC X(30) VALUE SPACES.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 CPF-RETORNO PIC 9 VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).

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
               VALUE "    TVMACK           DEBITO AUTOMATICO".
           05 LINE 05 COLUMN 01
               VALUE "    ====================================".
           05 LINE 05 COLUMN 41
               VALUE "===================================".
           05 LINE 09 COLUMN 01
               VALUE "                   1. AUTORIZAR DEBITO".
           05 LINE 10 COLUMN 01
               VALUE "                   2. CANCELAR DEBITO".
           05 LINE 11 COLUMN 01
               VALUE "                   3. CONSULTAR DEBITO".
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

       01 TELA-CPF.
           05 LINE 21 COLUMN 01 VALUE
              "    CPF: [           ]".
           05 S-CPF LINE 21 COLUMN 11 PIC 9(11) TO WS-CPF-BUSCA.
           05 LINE 21 COLUMN 25 PIC X(30) FROM WS-NOME.

       01 TELA-CONTA.
           05 LINE 22 COLUMN 01 VALUE
              "    BANCO: [   ] AGENCIA: [    ]".
           05 LINE 22 COLUMN 33 VALUE
              " CONTA: [            ]-[ ]".
           05 S-BANCO LINE 22 COLUMN 13 PIC 9(3) USING WS-BANCO.
           05 S-AGENCIA LINE 22 COLUMN 28 PIC 9(4) USING WS-AGENCIA.
           05 S-CONTA LINE 22 COLUMN 42 PIC 9(12) USING WS-CONTA.
           05 S-CONTA-DV LINE 22 COLUMN 57 PIC X USING WS-CONTA-DV.
           05 LINE 23 COLUMN 01 VALUE "    SITUACAO: ".
           05 LINE 23 COLUMN 15 PIC X(30) FROM WS-SITUACAO-DESC.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 19 COLUMN 05 PIC X(40) FROM MSG.
           05 PRESS-ENTER LINE 19 COLUMN 80 TO RESP.

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

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-HOJE-DATA8

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
                       WHEN 1 PERFORM AUTORIZA-DEBITO
                       WHEN 2 PERFORM CANCELA-DEBITO
                       WHEN 3 PERFORM CONSULTA-DEBITO
                       WHEN 4 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXIT PROGRAM.

      *a new authorization and a correction of the account are the
      *same thing to the bank: whatever is keyed here is what the next
      *remittance sends, and a debit the bank had refused is put back
      *in force once the attendant has confirmed the account with the
      *client.
       AUTORIZA-DEBITO.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - DEBITO NAO ALTERADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDE-CLIENTE
           IF FOUND-CPF NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM LE-DEBITO
           DISPLAY TELA-CONTA
           PERFORM WITH TEST AFTER UNTIL WS-BANCO > ZERO
               ACCEPT S-BANCO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-AGENCIA > ZERO
               ACCEPT S-AGENCIA
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-CONTA > ZERO
               ACCEPT S-CONTA
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-CONTA-DV NOT = SPACE
               ACCEPT S-CONTA-DV
           END-PERFORM

           OPEN I-O ARQ-DEBITOS
           IF ST-DEBITO = "35"
               OPEN OUTPUT ARQ-DEBITOS
           END-IF
           MOVE WS-CPF-BUSCA TO DA-CPF
           IF FOUND-DEBITO = "S"
               READ ARQ-DEBITOS
                   INVALID KEY MOVE "N" TO FOUND-DEBITO
               END-READ
           END-IF
           MOVE WS-BANCO TO DA-BANCO
           MOVE WS-AGENCIA TO DA-AGENCIA
           MOVE WS-CONTA TO DA-CONTA
           MOVE WS-CONTA-DV TO DA-CONTA-DV
           SET DA-ATIVO TO TRUE
           MOVE WS-HOJE-DATA8 TO DA-DATA-SITUACAO
           MOVE WS-OPERADOR-ID TO DA-OPERADOR
           MOVE SPACES TO DA-MOTIVO-RECUSA
           IF FOUND-DEBITO = "S"
               REWRITE REG-DEBITO
           ELSE
               MOVE WS-HOJE-DATA8 TO DA-DATA-ADESAO
               WRITE REG-DEBITO
           END-IF
           CLOSE ARQ-DEBITOS

           MOVE "DEBITO AUTOMATICO AUTORIZADO" TO MSG
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       CANCELA-DEBITO.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - DEBITO NAO ALTERADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDE-CLIENTE
           IF FOUND-CPF NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM LE-DEBITO
           IF FOUND-DEBITO NOT = "S" OR DA-CANCELADO
               MOVE "CLIENTE SEM DEBITO AUTOMATICO" TO MSG
           ELSE
               OPEN I-O ARQ-DEBITOS
               MOVE WS-CPF-BUSCA TO DA-CPF
               READ ARQ-DEBITOS
                   INVALID KEY CONTINUE
               END-READ
               SET DA-CANCELADO TO TRUE
               MOVE WS-HOJE-DATA8 TO DA-DATA-SITUACAO
               MOVE WS-OPERADOR-ID TO DA-OPERADOR
               REWRITE REG-DEBITO
               CLOSE ARQ-DEBITOS
               MOVE "DEBITO AUTOMATICO CANCELADO" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       CONSULTA-DEBITO.
           PERFORM PEDE-CLIENTE
           IF FOUND-CPF NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM LE-DEBITO
           IF FOUND-DEBITO NOT = "S"
               MOVE "CLIENTE SEM DEBITO AUTOMATICO" TO MSG
           ELSE
               DISPLAY TELA-CONTA
               MOVE "TECLE ENTER PARA VOLTAR" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       PEDE-CLIENTE.
           MOVE SPACES TO WS-NOME
           MOVE ZERO TO CPF-RETORNO
           DISPLAY TELA-CPF
           ACCEPT S-CPF
           PERFORM WITH TEST AFTER UNTIL CPF-RETORNO = 1
               MOVE WS-CPF-BUSCA TO WS-CPF-NUM
               CALL "Validador_CPF" USING CPF-RETORNO WS-CPF-DIGITS
               IF CPF-RETORNO NOT = 1
                   MOVE "CPF INVALIDO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT S-CPF
               END-IF
           END-PERFORM

           MOVE "N" TO FOUND-CPF
           OPEN INPUT ARQ-CLIENTES
           MOVE WS-CPF-BUSCA TO CPF
           READ ARQ-CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO FOUND-CPF
                   MOVE NOME TO WS-NOME
           END-READ
           CLOSE ARQ-CLIENTES

           IF FOUND-CPF NOT = "S"
               MOVE "CLIENTE NAO ENCONTRADO" TO MSG
           ELSE
               DISPLAY TELA-CPF
           END-IF.

      *LE-DEBITO brings the client's current authorization, if any,
      *onto the screen fields so a correction starts from what the
      *bank already has.
       LE-DEBITO.
           MOVE "N" TO FOUND-DEBITO
           MOVE ZERO TO WS-BANCO WS-AGENCIA WS-CONTA
           MOVE SPACE TO WS-CONTA-DV
           MOVE "SEM DEBITO AUTOMATICO" TO WS-SITUACAO-DESC
           OPEN INPUT ARQ-DEBITOS
           IF ST-DEBITO = "00"
               MOVE WS-CPF-BUSCA TO DA-CPF
               READ ARQ-DEBITOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO FOUND-DEBITO
                       MOVE DA-BANCO TO WS-BANCO
                       MOVE DA-AGENCIA TO WS-AGENCIA
                       MOVE DA-CONTA TO WS-CONTA
                       MOVE DA-CONTA-DV TO WS-CONTA-DV
                       EVALUATE TRUE
                           WHEN DA-ATIVO
                               MOVE "ATIVO" TO WS-SITUACAO-DESC
                           WHEN DA-CANCELADO
                               MOVE "CANCELADO" TO WS-SITUACAO-DESC
                           WHEN DA-RECUSADO
                               STRING "RECUSADO: " DA-MOTIVO-RECUSA
                                   DELIMITED BY SIZE
                                   INTO WS-SITUACAO-DESC
                       END-EVALUATE
               END-READ
               CLOSE ARQ-DEBITOS
           END-IF.
