      *ALOCACAO DE PAGAMENTOS EM SUSPENSO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCA_PAGAMENTO AS "PGM57".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUSPENSOS ASSIGN TO "D:\SUSPENSOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CHAVE
               FILE STATUS IS ST-SUSPENSO.

           SELECT ARQ-SUSP-HIST ASSIGN TO "D:\SUSPENSOS-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS ST-HIST.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-PAGAMENTOS ASSIGN TO "D:\PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS ST-PAG.

           SELECT ARQ-DEVEDORES ASSIGN TO "D:\DEVEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEV-CPF
               FILE STATUS IS ST-DEVEDOR.

           SELECT ARQ-ACORDOS ASSIGN TO "D:\ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS ST-ACORDO.

           SELECT ARQ-NEGATIVACOES ASSIGN TO "D:\NEGATIVACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NG-CPF
               FILE STATUS IS ST-NEGATIVACAO.

           SELECT ARQ-BUREAU ASSIGN TO "D:\BUREAU_CREDITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-BUREAU.

           SELECT ARQ-COBRANCA-EXTERNA
               ASSIGN TO "D:\COBRANCA_EXTERNA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-COB-EXTERNA.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SUSPENSOS.
           COPY SUSPCOPY.

       FD ARQ-SUSP-HIST.
           COPY SUSPHISTCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-PAGAMENTOS.
           COPY PAGCOPY.

       FD ARQ-DEVEDORES.
           COPY DEVCOPY.

       FD ARQ-ACORDOS.
           COPY PARCCOPY.

       FD ARQ-NEGATIVACOES.
           COPY NEGCOPY.

       FD ARQ-BUREAU.
           COPY BURCOPY.

       FD ARQ-COBRANCA-EXTERNA.
           COPY CEXCOPY.

       WORKING-STORAGE SECTION.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.

       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-SUSPENSO PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-PAG PIC XX VALUE SPACES.
       77 ST-DEVEDOR PIC XX VALUE SPACES.
       77 ST-ACORDO PIC XX VALUE SPACES.
       77 ST-NEGATIVACAO PIC XX VALUE SPACES.
       77 ST-BUREAU PIC XX VALUE SPACES.
       77 ST-COB-EXTERNA PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 CONFIRM PIC X.
       77 ESCOLHE PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-SUSP PIC X VALUE "N".
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ESCOLHA PIC 99 VALUE ZERO.
       77 WS-ACAO PIC X VALUE SPACE.
       77 FOUND-SUSPENSO PIC X VALUE "N".
       77 FOUND-CPF PIC X VALUE "N".
       77 FOUND-DEV PIC X VALUE "N".
       77 FOUND-ACORDO PIC X VALUE "N".
       77 WS-EM-ACORDO PIC X VALUE "N".
       77 WS-EXCLUIU-BUREAU PIC X VALUE "N".

       77 WS-FILTRO-VALOR PIC 9(7)V99 VALUE ZERO.
       77 WS-FILTRO-DATA PIC 9(8) VALUE ZERO.
       77 WS-CPF PIC 9(11) VALUE ZERO.
       77 WS-NOME PIC X(30) VALUE SPACES.
       77 WS-COMPETENCIA PIC 9(6) VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-IDX-PARC PIC 9(2) VALUE ZERO.
       77 WS-SALDO-PAGTO PIC 9(7)V99 VALUE ZERO.
       77 WS-FALTA-PARCELA PIC 9(7)V99 VALUE ZERO.

      *a client is only taken off suspension while the open position
      *is younger than the dunning run's suspension threshold, so the
      *same MACKALLCENTER_COBRANCA_DIAS2 setting is read here.
       77 WS-DIAS2-X PIC X(3) VALUE SPACES.
       77 WS-DIAS-SUSPENSAO PIC 9(3) VALUE 45.

       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 CPF-RETORNO PIC 9 VALUE ZERO.

       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 DD PIC X(2).

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

       01 WS-LISTA-TAB.
           05 WS-LISTA OCCURS 10 TIMES.
               10 WS-LST-NUM PIC X(2).
               10 WS-LST-DATA PIC X(10).
               10 WS-LST-CPF PIC X(11).
               10 WS-LST-COMPETENCIA PIC X(6).
               10 WS-LST-VALOR PIC X(10).
               10 WS-LST-MOTIVO PIC X(16).
               10 WS-LST-CHAVE PIC X(11).

       01 WS-DATA-EDIT.
           05 WS-DE-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-DE-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-DE-ANO PIC 9999.

       77 WS-VALOR-EDIT PIC ZZZZZZ9,99.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE "PAGAMENTOS EM SUSPENSO".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 08 COLUMN 04 VALUE "VALOR: [          ]".
           05 S-FILTRO-VALOR LINE 08 COLUMN 12 PIC 9(7)V99
              USING WS-FILTRO-VALOR.
           05 LINE 08 COLUMN 26 VALUE
              "PAGO EM (AAAAMMDD): [        ]  (ZERO = TODOS)".
           05 S-FILTRO-DATA LINE 08 COLUMN 47 PIC 9(8)
              USING WS-FILTRO-DATA.

           05 LINE 09 COLUMN 04 VALUE "NO".
           05 LINE 09 COLUMN 08 VALUE "PAGO EM".
           05 LINE 09 COLUMN 20 VALUE "CPF INFORMADO".
           05 LINE 09 COLUMN 34 VALUE "COMP.".
           05 LINE 09 COLUMN 45 VALUE "VALOR".
           05 LINE 09 COLUMN 53 VALUE "MOTIVO".

           05 LINE 10 COLUMN 04 USING WS-LST-NUM (1).
           05 LINE 10 COLUMN 08 USING WS-LST-DATA (1).
           05 LINE 10 COLUMN 20 USING WS-LST-CPF (1).
           05 LINE 10 COLUMN 34 USING WS-LST-COMPETENCIA (1).
           05 LINE 10 COLUMN 41 USING WS-LST-VALOR (1).
           05 LINE 10 COLUMN 53 USING WS-LST-MOTIVO (1).
           05 LINE 11 COLUMN 04 USING WS-LST-NUM (2).
           05 LINE 11 COLUMN 08 USING WS-LST-DATA (2).
           05 LINE 11 COLUMN 20 USING WS-LST-CPF (2).
           05 LINE 11 COLUMN 34 USING WS-LST-COMPETENCIA (2).
           05 LINE 11 COLUMN 41 USING WS-LST-VALOR (2).
           05 LINE 11 COLUMN 53 USING WS-LST-MOTIVO (2).
           05 LINE 12 COLUMN 04 USING WS-LST-NUM (3).
           05 LINE 12 COLUMN 08 USING WS-LST-DATA (3).
           05 LINE 12 COLUMN 20 USING WS-LST-CPF (3).
           05 LINE 12 COLUMN 34 USING WS-LST-COMPETENCIA (3).
           05 LINE 12 COLUMN 41 USING WS-LST-VALOR (3).
           05 LINE 12 COLUMN 53 USING WS-LST-MOTIVO (3).
           05 LINE 13 COLUMN 04 USING WS-LST-NUM (4).
           05 LINE 13 COLUMN 08 USING WS-LST-DATA (4).
           05 LINE 13 COLUMN 20 USING WS-LST-CPF (4).
           05 LINE 13 COLUMN 34 USING WS-LST-COMPETENCIA (4).
           05 LINE 13 COLUMN 41 USING WS-LST-VALOR (4).
           05 LINE 13 COLUMN 53 USING WS-LST-MOTIVO (4).
           05 LINE 14 COLUMN 04 USING WS-LST-NUM (5).
           05 LINE 14 COLUMN 08 USING WS-LST-DATA (5).
           05 LINE 14 COLUMN 20 USING WS-LST-CPF (5).
           05 LINE 14 COLUMN 34 USING WS-LST-COMPETENCIA (5).
           05 LINE 14 COLUMN 41 USING WS-LST-VALOR (5).
           05 LINE 14 COLUMN 53 USING WS-LST-MOTIVO (5).
           05 LINE 15 COLUMN 04 USING WS-LST-NUM (6).
           05 LINE 15 COLUMN 08 USING WS-LST-DATA (6).
           05 LINE 15 COLUMN 20 USING WS-LST-CPF (6).
           05 LINE 15 COLUMN 34 USING WS-LST-COMPETENCIA (6).
           05 LINE 15 COLUMN 41 USING WS-LST-VALOR (6).
           05 LINE 15 COLUMN 53 USING WS-LST-MOTIVO (6).
           05 LINE 16 COLUMN 04 USING WS-LST-NUM (7).
           05 LINE 16 COLUMN 08 USING WS-LST-DATA (7).
           05 LINE 16 COLUMN 20 USING WS-LST-CPF (7).
           05 LINE 16 COLUMN 34 USING WS-LST-COMPETENCIA (7).
           05 LINE 16 COLUMN 41 USING WS-LST-VALOR (7).
           05 LINE 16 COLUMN 53 USING WS-LST-MOTIVO (7).
           05 LINE 17 COLUMN 04 USING WS-LST-NUM (8).
           05 LINE 17 COLUMN 08 USING WS-LST-DATA (8).
           05 LINE 17 COLUMN 20 USING WS-LST-CPF (8).
           05 LINE 17 COLUMN 34 USING WS-LST-COMPETENCIA (8).
           05 LINE 17 COLUMN 41 USING WS-LST-VALOR (8).
           05 LINE 17 COLUMN 53 USING WS-LST-MOTIVO (8).
           05 LINE 18 COLUMN 04 USING WS-LST-NUM (9).
           05 LINE 18 COLUMN 08 USING WS-LST-DATA (9).
           05 LINE 18 COLUMN 20 USING WS-LST-CPF (9).
           05 LINE 18 COLUMN 34 USING WS-LST-COMPETENCIA (9).
           05 LINE 18 COLUMN 41 USING WS-LST-VALOR (9).
           05 LINE 18 COLUMN 53 USING WS-LST-MOTIVO (9).
           05 LINE 19 COLUMN 04 USING WS-LST-NUM (10).
           05 LINE 19 COLUMN 08 USING WS-LST-DATA (10).
           05 LINE 19 COLUMN 20 USING WS-LST-CPF (10).
           05 LINE 19 COLUMN 34 USING WS-LST-COMPETENCIA (10).
           05 LINE 19 COLUMN 41 USING WS-LST-VALOR (10).
           05 LINE 19 COLUMN 53 USING WS-LST-MOTIVO (10).

           05 LINE 20 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 21 COLUMN 04 VALUE
              "NUMERO DO PAGAMENTO (00 P/ VOLTAR): [  ]".
           05 S-ESCOLHA LINE 21 COLUMN 41 PIC 99 TO WS-ESCOLHA.
           05 LINE 22 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 23 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 24 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-ACAO.
           05 LINE 23 COLUMN 16 VALUE
              "(A)LOCAR OU (D)EVOLVER? [ ]".
           05 PICK-ACAO LINE 23 COLUMN 41 PIC X TO WS-ACAO.

       01 TELA-ALOCA.
           05 LINE 21 COLUMN 04 VALUE
              "CPF: [           ]  COMPETENCIA: [      ]".
           05 S-CPF LINE 21 COLUMN 10 PIC 9(11) TO WS-CPF.
           05 S-COMPETENCIA LINE 21 COLUMN 38 PIC 9(6)
              USING WS-COMPETENCIA.
           05 LINE 21 COLUMN 46 PIC X(30) FROM WS-NOME.

       01 TELA-CONFIRMA.
           05 LINE 23 COLUMN 16 VALUE
              "CONFIRMA (S/N)? [ ]".
           05 PICK-CONFIRMA LINE 23 COLUMN 33 PIC X TO ESCOLHE.

       01 TELA1-MENSAGEM.
           05 LINE 23 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 23 COLUMN 80 TO CONFIRM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"
               ON EXCEPTION
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-DIAS2-X FROM ENVIRONMENT
               "MACKALLCENTER_COBRANCA_DIAS2"
               ON EXCEPTION
                   MOVE SPACES TO WS-DIAS2-X
           END-ACCEPT
           IF WS-DIAS2-X IS NUMERIC AND WS-DIAS2-X NOT = SPACES
               MOVE WS-DIAS2-X TO WS-DIAS-SUSPENSAO
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY.
           MOVE WS-DATE TO WS-HOJE-DATA8

      *money is moved from one ledger to another here, so the same
      *supervisor gate credit approval sits behind applies.
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "OPCAO RESTRITA A SUPERVISORES" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LIMPA-LISTA
           DISPLAY TELA1
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

      *the supervisor usually has the bank's statement in hand, so the
      *queue is searched by the value and the day the money landed;
      *either may be left at zero to list everything still pending.
           ACCEPT S-FILTRO-VALOR
           ACCEPT S-FILTRO-DATA

           PERFORM CARREGA-PENDENTES

           IF WS-QTD-LISTA = ZERO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "NENHUM PAGAMENTO PENDENTE ENCONTRADO" TO MSG
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
               PERFORM TRATA-SUSPENSO
           END-IF

           EXIT PROGRAM.

       LIMPA-LISTA.
           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > 10
               MOVE SPACES TO WS-LISTA (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA.

       CARREGA-PENDENTES.
           MOVE "N" TO WS-FIM-SUSP
           OPEN INPUT ARQ-SUSPENSOS
           IF ST-SUSPENSO NOT = "00"
               MOVE "S" TO WS-FIM-SUSP
           ELSE
               MOVE WS-FILTRO-DATA TO SU-DATA-PAGAMENTO
               MOVE ZERO TO SU-SEQ
               START ARQ-SUSPENSOS KEY IS >= SU-CHAVE
                   INVALID KEY MOVE "S" TO WS-FIM-SUSP
               END-START
           END-IF

           PERFORM UNTIL WS-FIM-SUSP = "S" OR WS-QTD-LISTA = 10
               READ ARQ-SUSPENSOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-SUSP
                   NOT AT END
                       IF WS-FILTRO-DATA NOT = ZERO
                          AND SU-DATA-PAGAMENTO NOT = WS-FILTRO-DATA
                           MOVE "S" TO WS-FIM-SUSP
                       ELSE
                           IF SU-PENDENTE
                              AND (WS-FILTRO-VALOR = ZERO
                                   OR SU-VALOR = WS-FILTRO-VALOR)
                               PERFORM LISTA-SUSPENSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF ST-SUSPENSO NOT = "35"
               CLOSE ARQ-SUSPENSOS
           END-IF.

       LISTA-SUSPENSO.
           ADD 1 TO WS-QTD-LISTA
           MOVE WS-QTD-LISTA TO WS-LST-NUM (WS-QTD-LISTA)
           MOVE SU-DATA-PAGAMENTO (7:2) TO WS-DE-DIA
           MOVE SU-DATA-PAGAMENTO (5:2) TO WS-DE-MES
           MOVE SU-DATA-PAGAMENTO (1:4) TO WS-DE-ANO
           MOVE WS-DATA-EDIT TO WS-LST-DATA (WS-QTD-LISTA)
           MOVE SU-CPF-INFORMADO TO WS-LST-CPF (WS-QTD-LISTA)
           MOVE SU-COMPETENCIA TO WS-LST-COMPETENCIA (WS-QTD-LISTA)
           MOVE SU-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LST-VALOR (WS-QTD-LISTA)
           IF SU-DUPLICADO
               MOVE "DUPLICADO" TO WS-LST-MOTIVO (WS-QTD-LISTA)
           ELSE
               MOVE "CPF DESCONHECIDO" TO WS-LST-MOTIVO (WS-QTD-LISTA)
           END-IF
           MOVE SU-CHAVE TO WS-LST-CHAVE (WS-QTD-LISTA).

       TRATA-SUSPENSO.
           MOVE SPACES TO WS-ACAO
           PERFORM WITH TEST AFTER UNTIL WS-ACAO = "A" OR "D"
               DISPLAY TELA1-ACAO
               ACCEPT PICK-ACAO
           END-PERFORM

           IF WS-ACAO = "A"
               PERFORM PEDE-DESTINO
               IF FOUND-CPF NOT = "S"
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO MSG
           DISPLAY TELA1-MENSAGEM
           MOVE SPACE TO ESCOLHE
           PERFORM WITH TEST AFTER UNTIL ESCOLHE = "S" OR "N"
               DISPLAY TELA-CONFIRMA
               ACCEPT PICK-CONFIRMA
           END-PERFORM
           IF ESCOLHE = "N"
               MOVE "NENHUMA ALTERACAO GRAVADA" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - FILA NAO ALTERADA" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-SUSPENSOS
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO SU-CHAVE
           READ ARQ-SUSPENSOS
               INVALID KEY MOVE "N" TO FOUND-SUSPENSO
               NOT INVALID KEY MOVE "S" TO FOUND-SUSPENSO
           END-READ

      *another supervisor may have dealt with the item since the
      *list was loaded.
           IF FOUND-SUSPENSO NOT = "S" OR NOT SU-PENDENTE
               MOVE "PAGAMENTO JA TRATADO" TO MSG
           ELSE
               IF WS-ACAO = "A"
                   PERFORM ALOCA-SUSPENSO
               ELSE
                   SET SU-DEVOLVER TO TRUE
                   MOVE "PAGAMENTO LIBERADO PARA DEVOLUCAO" TO MSG
               END-IF
               MOVE WS-HOJE-DATA8 TO SU-DATA-TRATAMENTO
               MOVE WS-OPERADOR-ID TO SU-SUPERVISOR
               REWRITE REG-SUSPENSO
               PERFORM GRAVA-HISTORICO
           END-IF
           CLOSE ARQ-SUSPENSOS

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER.

      *the CPF the money really belongs to must be a client; the
      *competencia comes suggested from the bank line and is only
      *changed when the client paid one month's boleto for another.
       PEDE-DESTINO.
           MOVE WS-LST-COMPETENCIA (WS-ESCOLHA) TO WS-COMPETENCIA
           MOVE SPACES TO WS-NOME
           MOVE ZERO TO CPF-RETORNO
           DISPLAY TELA-ALOCA
           ACCEPT S-CPF
           PERFORM WITH TEST AFTER UNTIL CPF-RETORNO = 1
               MOVE WS-CPF TO WS-CPF-NUM
               CALL "Validador_CPF" USING CPF-RETORNO WS-CPF-DIGITS
               IF CPF-RETORNO NOT = 1
                   MOVE "CPF INVALIDO" TO MSG
                   DISPLAY TELA1-MENSAGEM
                   ACCEPT S-CPF
               END-IF
           END-PERFORM

           OPEN INPUT ARQ-CLIENTES
           MOVE WS-CPF TO CPF
           READ ARQ-CLIENTES
               INVALID KEY MOVE "N" TO FOUND-CPF
               NOT INVALID KEY
                   MOVE "S" TO FOUND-CPF
                   MOVE NOME TO WS-NOME
           END-READ
           CLOSE ARQ-CLIENTES

           IF FOUND-CPF NOT = "S"
               MOVE "CLIENTE NAO CADASTRADO" TO MSG
               EXIT PARAGRAPH
           END-IF

           DISPLAY TELA-ALOCA
           PERFORM WITH TEST AFTER UNTIL WS-COMPETENCIA > 200000
               ACCEPT S-COMPETENCIA
           END-PERFORM.

      *an allocated item is posted exactly as CARGA_RETORNO_BANCO
      *would have posted it had the bank line been right, on the day
      *the bank says the money landed, and then the client's
      *position is brought up to date at once instead of waiting for
      *the next night's run to lift a suspension that is no longer
      *deserved.
       ALOCA-SUSPENSO.
           PERFORM GRAVA-PAGAMENTO
           PERFORM APLICA-ACORDO
           PERFORM ABATE-DEVEDOR
           PERFORM CONFERE-NEGATIVACAO
           PERFORM REATIVA-CLIENTE
           IF WS-EXCLUIU-BUREAU = "S"
               MOVE "PAGAMENTO ALOCADO - EXCLUSAO NO BUREAU" TO MSG
           END-IF

           SET SU-ALOCADO TO TRUE
           MOVE WS-CPF TO SU-CPF-ALOCADO
           MOVE WS-COMPETENCIA TO SU-COMPETENCIA-ALOCADA.

       GRAVA-PAGAMENTO.
           OPEN I-O ARQ-PAGAMENTOS
           IF ST-PAG = "35"
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF
           MOVE WS-CPF TO PG-CPF
           MOVE SU-DATA-PAGAMENTO (1:4) TO PG-ANO-PAGAMENTO
           MOVE SU-DATA-PAGAMENTO (5:2) TO PG-MES-PAGAMENTO
           MOVE SU-DATA-PAGAMENTO (7:2) TO PG-DIA-PAGAMENTO
           MOVE ZERO TO PG-SEQ
           MOVE WS-COMPETENCIA TO PG-COMPETENCIA
           MOVE SU-VALOR TO PG-VALOR
           MOVE WS-HOJE-DATA8 TO PG-DATA-CARGA
           SET PG-ORIGEM-SUSPENSO TO TRUE
           PERFORM WITH TEST AFTER UNTIL ST-PAG NOT = "22"
               WRITE REG-PAGAMENTO
                   INVALID KEY
                       ADD 1 TO PG-SEQ
               END-WRITE
           END-PERFORM
           CLOSE ARQ-PAGAMENTOS.

      *a payment against the renegotiated competencia of an agreement
      *in good standing pays its installments oldest first, the same
      *way CARGA_RETORNO_BANCO does; any agreement in good standing
      *also keeps the client out of suspension.
       APLICA-ACORDO.
           MOVE "N" TO WS-EM-ACORDO
           OPEN I-O ARQ-ACORDOS
           IF ST-ACORDO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO AC-CPF
           MOVE ZEROS TO AC-DATA-ACORDO AC-SEQ
           START ARQ-ACORDOS KEY IS >= AC-CHAVE
               INVALID KEY MOVE "N" TO FOUND-ACORDO
               NOT INVALID KEY MOVE "S" TO FOUND-ACORDO
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-ACORDO = "N"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END MOVE "N" TO FOUND-ACORDO
               END-READ
               IF FOUND-ACORDO = "S" AND AC-CPF = WS-CPF
                   IF AC-EM-DIA
                       MOVE "S" TO WS-EM-ACORDO
                       IF AC-COMPETENCIA-DIVIDA = WS-COMPETENCIA
                           PERFORM BAIXA-PARCELAS
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO FOUND-ACORDO
               END-IF
           END-PERFORM
           CLOSE ARQ-ACORDOS.

       BAIXA-PARCELAS.
           MOVE SU-VALOR TO WS-SALDO-PAGTO
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > AC-QTDE-PARCELAS
                      OR WS-SALDO-PAGTO = ZERO
               IF AC-PARC-PAGO (WS-IDX-PARC)
                       < AC-PARC-VALOR (WS-IDX-PARC)
                   COMPUTE WS-FALTA-PARCELA =
                       AC-PARC-VALOR (WS-IDX-PARC)
                       - AC-PARC-PAGO (WS-IDX-PARC)
                   IF WS-SALDO-PAGTO < WS-FALTA-PARCELA
                       MOVE WS-SALDO-PAGTO TO WS-FALTA-PARCELA
                   END-IF
                   ADD WS-FALTA-PARCELA TO AC-PARC-PAGO (WS-IDX-PARC)
                   SUBTRACT WS-FALTA-PARCELA FROM WS-SALDO-PAGTO
                   IF AC-PARC-PAGO (WS-IDX-PARC)
                           = AC-PARC-VALOR (WS-IDX-PARC)
                       MOVE SU-DATA-PAGAMENTO
                           TO AC-PARC-DATA-PAGTO (WS-IDX-PARC)
                   END-IF
               END-IF
           END-PERFORM
           REWRITE REG-ACORDO.

      *the open position RELATORIO_INADIMPLENCIA left for this CPF is
      *reduced by the payment when it is for the same competencia;
      *nothing left open means the client is no longer a debtor.
       ABATE-DEVEDOR.
           MOVE "N" TO FOUND-DEV
           OPEN I-O ARQ-DEVEDORES
           IF ST-DEVEDOR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO DEV-CPF
           READ ARQ-DEVEDORES
               INVALID KEY MOVE "N" TO FOUND-DEV
               NOT INVALID KEY MOVE "S" TO FOUND-DEV
           END-READ
           IF FOUND-DEV = "S" AND DEV-COMPETENCIA = WS-COMPETENCIA
               ADD SU-VALOR TO DEV-VALOR-PAGO
               IF SU-VALOR < DEV-VALOR-ABERTO
                   SUBTRACT SU-VALOR FROM DEV-VALOR-ABERTO
                   REWRITE REG-DEVEDOR
               ELSE
                   DELETE ARQ-DEVEDORES
                   MOVE "N" TO FOUND-DEV
               END-IF
           END-IF
           CLOSE ARQ-DEVEDORES.

      *a negativated client whose debt the allocated money settles
      *comes off the credit bureau and out of the collection agency
      *now, exactly as CARGA_RETORNO_BANCO does for a payment that
      *came in right: only money for the negativated competencia
      *counts towards it.
       CONFERE-NEGATIVACAO.
           MOVE "N" TO WS-EXCLUIU-BUREAU
           OPEN I-O ARQ-NEGATIVACOES
           IF ST-NEGATIVACAO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO NG-CPF
           READ ARQ-NEGATIVACOES
               INVALID KEY
                   CLOSE ARQ-NEGATIVACOES
                   EXIT PARAGRAPH
           END-READ
           IF NG-QUITADO OR WS-COMPETENCIA NOT = NG-COMPETENCIA
               CLOSE ARQ-NEGATIVACOES
               EXIT PARAGRAPH
           END-IF

           ADD SU-VALOR TO NG-VALOR-PAGO
           IF NG-VALOR-PAGO + NG-VALOR-RECUPERADO < NG-VALOR
               REWRITE REG-NEGATIVACAO
               CLOSE ARQ-NEGATIVACOES
               EXIT PARAGRAPH
           END-IF

           IF NG-NO-BUREAU
               OPEN INPUT ARQ-CLIENTES
               MOVE WS-CPF TO CPF
               READ ARQ-CLIENTES
                   INVALID KEY INITIALIZE REG-CLIENTE
               END-READ
               MOVE WS-HOJE-DATA8 TO BU-DATA
               SET BU-EXCLUSAO TO TRUE
               MOVE NG-CPF TO BU-CPF
               IF PESSOA-JURIDICA
                   MOVE "J" TO BU-TIPO-PESSOA
                   MOVE CNPJ TO BU-DOCUMENTO
               ELSE
                   MOVE "F" TO BU-TIPO-PESSOA
                   MOVE NG-CPF TO BU-DOCUMENTO
               END-IF
               MOVE WS-NOME TO BU-NOME
               MOVE NG-VENCIMENTO TO BU-VENCIMENTO
               MOVE NG-VALOR TO BU-VALOR
               OPEN EXTEND ARQ-BUREAU
               IF ST-BUREAU = "35"
                   OPEN OUTPUT ARQ-BUREAU
               END-IF
               WRITE REG-BUREAU
               CLOSE ARQ-BUREAU

               IF NG-NEGATIVADO
                   PERFORM RETIRA-COBRANCA-EXTERNA
               END-IF
               CLOSE ARQ-CLIENTES
               MOVE WS-HOJE-DATA8 TO NG-DATA-EXCLUSAO
               MOVE "S" TO WS-EXCLUIU-BUREAU
           END-IF
           SET NG-QUITADO TO TRUE
           REWRITE REG-NEGATIVACAO
           CLOSE ARQ-NEGATIVACOES.

       RETIRA-COBRANCA-EXTERNA.
           SET CX-RETIRADA TO TRUE
           MOVE WS-HOJE-DATA8 TO CX-DATA
           MOVE NG-CPF TO CX-CPF
           MOVE WS-NOME TO CX-NOME
           MOVE DDD TO CX-DDD
           MOVE TELEFONE TO CX-TELEFONE
           MOVE ENDERECO TO CX-ENDERECO
           MOVE CIDADE TO CX-CIDADE
           MOVE ESTADO TO CX-ESTADO
           MOVE CEP TO CX-CEP
           MOVE NG-COMPETENCIA TO CX-COMPETENCIA
           COMPUTE CX-VALOR = NG-VALOR - NG-VALOR-RECUPERADO
           OPEN EXTEND ARQ-COBRANCA-EXTERNA
           IF ST-COB-EXTERNA = "35"
               OPEN OUTPUT ARQ-COBRANCA-EXTERNA
           END-IF
           WRITE REG-COBRANCA-EXTERNA
           CLOSE ARQ-COBRANCA-EXTERNA.

      *the same rule COBRANCA_AUTOMATICA applies nightly in
      *REATIVA-QUITADOS, for this one client: no open position, one
      *younger than the suspension threshold, or an agreement in
      *good standing takes the client off suspension.
       REATIVA-CLIENTE.
           OPEN I-O ARQ-CLIENTES
           MOVE WS-CPF TO CPF
           READ ARQ-CLIENTES
               INVALID KEY MOVE "N" TO FOUND-CPF
               NOT INVALID KEY MOVE "S" TO FOUND-CPF
           END-READ
           MOVE "PAGAMENTO ALOCADO AO CLIENTE" TO MSG
           IF FOUND-CPF = "S" AND CLIENTE-SUSPENSO
               IF FOUND-DEV NOT = "S"
                       OR DEV-DIAS-ATRASO < WS-DIAS-SUSPENSAO
                       OR WS-EM-ACORDO = "S"
                   SET CLIENTE-NAO-SUSPENSO TO TRUE
                   REWRITE REG-CLIENTE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-CLIENTE
                           MOVE "PAGAMENTO ALOCADO - SUSPENSAO RETIRADA"
                               TO MSG
                   END-REWRITE
               END-IF
           END-IF
           CLOSE ARQ-CLIENTES.

      *JOURNAL-CLIENTE hands the after-image of the client record just
      *rewritten to the forward-recovery journal (Grava_Journal,
      *JRNCOPY); the caller sets WS-JR-OPERACAO first.
       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       GRAVA-HISTORICO.
           OPEN I-O ARQ-SUSP-HIST
           IF ST-HIST = "35"
               OPEN OUTPUT ARQ-SUSP-HIST
           END-IF
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE SU-CHAVE TO SH-ITEM
           MOVE YYYY OF WS-DATE TO SH-ANO-ACAO
           MOVE MM OF WS-DATE TO SH-MES-ACAO
           MOVE DD OF WS-DATE TO SH-DIA-ACAO
           MOVE WS-HH-ATUAL TO SH-HH-ACAO
           MOVE WS-MIN-ATUAL TO SH-MIN-ACAO
           MOVE ZERO TO SH-SEQ
           IF SU-ALOCADO
               SET SH-ALOCACAO TO TRUE
               MOVE SU-CPF-ALOCADO TO SH-CPF-ALOCADO
               MOVE SU-COMPETENCIA-ALOCADA TO SH-COMPETENCIA
           ELSE
               SET SH-DEVOLUCAO TO TRUE
               MOVE ZERO TO SH-CPF-ALOCADO
               MOVE SU-COMPETENCIA TO SH-COMPETENCIA
           END-IF
           MOVE SU-CPF-INFORMADO TO SH-CPF-INFORMADO
           MOVE SU-VALOR TO SH-VALOR
           MOVE WS-OPERADOR-ID TO SH-SUPERVISOR
           PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
               WRITE REG-SUSPENSO-HIST
                   INVALID KEY
                       ADD 1 TO SH-SEQ
               END-WRITE
           END-PERFORM
           CLOSE ARQ-SUSP-HIST.
