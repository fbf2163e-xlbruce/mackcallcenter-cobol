      *COBRANCA DE SERVICOS AVULSOS AO CLIENTE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA_SERVICOS AS "PGM75".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-SERVICOS ASSIGN TO "D:\SERVICOS_COBRAVEIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-CODIGO
               FILE STATUS IS ST-SERVICO.

           SELECT ARQ-COBRANCAS ASSIGN TO "D:\COBRANCAS_SERVICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS ST-COBRANCA.

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
       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-SERVICOS.
           COPY SVCCOPY.

       FD ARQ-COBRANCAS.
           COPY CSVCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       WORKING-STORAGE SECTION.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 WS-TREINO PIC X VALUE "N".
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-SERVICO PIC XX VALUE SPACES.
       77 ST-COBRANCA PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 ESCOLHE PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 FOUND-CPF PIC X VALUE "N".
       77 FOUND-SERVICO PIC X VALUE "N".
       77 FOUND-COBRANCA PIC X VALUE "N".
       77 FOUND-OCORR PIC X VALUE "N".
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
           COPY OPERSESSCOPY.
       01 WS-SESSAO-ATENDENTE PIC X(36) VALUE SPACES.
       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 CPF-RETORNO PIC 9 VALUE ZERO.

      *a charge above WS-LIMITE-COBRANCA (whole reais) needs a
      *supervisor's visto before it goes out on the invoice, the same
      *environment setting Lanca_Cobranca_Servico applies.
       77 WS-LIMITE-COBRANCA PIC 9(5) VALUE ZERO.

       77 WS-CPF PIC 9(11) VALUE ZERO.
       77 WS-CPF-X PIC X(11) VALUE SPACES.
       77 WS-NOME PIC X(30) VALUE SPACES.
       77 WS-ACAO PIC X VALUE SPACE.
       77 WS-ESCOLHA PIC 99 VALUE ZERO.
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

      *the parameters handed to Lanca_Cobranca_Servico.
       77 WS-LC-CODIGO PIC X(3) VALUE SPACES.
       77 WS-LC-RESOLUCAO PIC X(3) VALUE SPACES.
       77 WS-LC-CHAVE-OCORR PIC X(25) VALUE SPACES.
       77 WS-LC-ORIGEM PIC X(1) VALUE "A".
       77 WS-LC-OPERADOR PIC X(5) VALUE SPACES.
       77 WS-LC-SUPERVISOR PIC X(5) VALUE SPACES.
       77 WS-LC-RETORNO PIC 9 VALUE ZERO.

       77 WS-SV-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-SV-PRECO PIC 9(5)V99 VALUE ZERO.

       01 W-DATE.
           05 DIA PIC 99.
           05 MES PIC 99.
           05 ANO PIC 9999.

       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
           05 FILLER VALUE "    ".

       01 WS-LISTA-TAB.
           05 WS-LISTA OCCURS 10 TIMES.
               10 WS-LST-NUM PIC X(2).
               10 WS-LST-DATA PIC X(10).
               10 WS-LST-CODIGO PIC X(3).
               10 WS-LST-DESCRICAO PIC X(22).
               10 WS-LST-VALOR PIC X(9).
               10 WS-LST-SITUACAO PIC X(12).
               10 WS-LST-CHAVE PIC X(25).

       77 WS-VALOR-EDIT PIC ZZ.ZZ9,99.
       01 WS-DATA8-AUX PIC 9(8) VALUE ZERO.
       01 WS-DATA-AUX-R REDEFINES WS-DATA8-AUX.
           05 AUX-ANO PIC 9999.
           05 AUX-MES PIC 99.
           05 AUX-DIA PIC 99.

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 35 VALUE "TVMACK".
           05 LINE 05 COLUMN 04 VALUE "COBRANCA DE SERVICOS AVULSOS".
           05 LINE 05 COLUMN 66 PIC 99/99/9999 FROM W-DATE.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 08 COLUMN 04
           VALUE "CPF DO CLIENTE.: [           ]".
           05 S-CPF LINE 08 COLUMN 22 PIC 9(11) TO WS-CPF.
           05 LINE 08 COLUMN 36 PIC X(30) FROM WS-NOME.

           05 LINE 09 COLUMN 04 VALUE "NO".
           05 LINE 09 COLUMN 08 VALUE "LANCADA".
           05 LINE 09 COLUMN 20 VALUE "COD".
           05 LINE 09 COLUMN 25 VALUE "DESCRICAO".
           05 LINE 09 COLUMN 49 VALUE "VALOR".
           05 LINE 09 COLUMN 60 VALUE "SITUACAO".

           05 LINE 10 COLUMN 04 FROM WS-LST-NUM (1).
           05 LINE 10 COLUMN 08 FROM WS-LST-DATA (1).
           05 LINE 10 COLUMN 20 FROM WS-LST-CODIGO (1).
           05 LINE 10 COLUMN 25 FROM WS-LST-DESCRICAO (1).
           05 LINE 10 COLUMN 48 FROM WS-LST-VALOR (1).
           05 LINE 10 COLUMN 60 FROM WS-LST-SITUACAO (1).
           05 LINE 11 COLUMN 04 FROM WS-LST-NUM (2).
           05 LINE 11 COLUMN 08 FROM WS-LST-DATA (2).
           05 LINE 11 COLUMN 20 FROM WS-LST-CODIGO (2).
           05 LINE 11 COLUMN 25 FROM WS-LST-DESCRICAO (2).
           05 LINE 11 COLUMN 48 FROM WS-LST-VALOR (2).
           05 LINE 11 COLUMN 60 FROM WS-LST-SITUACAO (2).
           05 LINE 12 COLUMN 04 FROM WS-LST-NUM (3).
           05 LINE 12 COLUMN 08 FROM WS-LST-DATA (3).
           05 LINE 12 COLUMN 20 FROM WS-LST-CODIGO (3).
           05 LINE 12 COLUMN 25 FROM WS-LST-DESCRICAO (3).
           05 LINE 12 COLUMN 48 FROM WS-LST-VALOR (3).
           05 LINE 12 COLUMN 60 FROM WS-LST-SITUACAO (3).
           05 LINE 13 COLUMN 04 FROM WS-LST-NUM (4).
           05 LINE 13 COLUMN 08 FROM WS-LST-DATA (4).
           05 LINE 13 COLUMN 20 FROM WS-LST-CODIGO (4).
           05 LINE 13 COLUMN 25 FROM WS-LST-DESCRICAO (4).
           05 LINE 13 COLUMN 48 FROM WS-LST-VALOR (4).
           05 LINE 13 COLUMN 60 FROM WS-LST-SITUACAO (4).
           05 LINE 14 COLUMN 04 FROM WS-LST-NUM (5).
           05 LINE 14 COLUMN 08 FROM WS-LST-DATA (5).
           05 LINE 14 COLUMN 20 FROM WS-LST-CODIGO (5).
           05 LINE 14 COLUMN 25 FROM WS-LST-DESCRICAO (5).
           05 LINE 14 COLUMN 48 FROM WS-LST-VALOR (5).
           05 LINE 14 COLUMN 60 FROM WS-LST-SITUACAO (5).
           05 LINE 15 COLUMN 04 FROM WS-LST-NUM (6).
           05 LINE 15 COLUMN 08 FROM WS-LST-DATA (6).
           05 LINE 15 COLUMN 20 FROM WS-LST-CODIGO (6).
           05 LINE 15 COLUMN 25 FROM WS-LST-DESCRICAO (6).
           05 LINE 15 COLUMN 48 FROM WS-LST-VALOR (6).
           05 LINE 15 COLUMN 60 FROM WS-LST-SITUACAO (6).
           05 LINE 16 COLUMN 04 FROM WS-LST-NUM (7).
           05 LINE 16 COLUMN 08 FROM WS-LST-DATA (7).
           05 LINE 16 COLUMN 20 FROM WS-LST-CODIGO (7).
           05 LINE 16 COLUMN 25 FROM WS-LST-DESCRICAO (7).
           05 LINE 16 COLUMN 48 FROM WS-LST-VALOR (7).
           05 LINE 16 COLUMN 60 FROM WS-LST-SITUACAO (7).
           05 LINE 17 COLUMN 04 FROM WS-LST-NUM (8).
           05 LINE 17 COLUMN 08 FROM WS-LST-DATA (8).
           05 LINE 17 COLUMN 20 FROM WS-LST-CODIGO (8).
           05 LINE 17 COLUMN 25 FROM WS-LST-DESCRICAO (8).
           05 LINE 17 COLUMN 48 FROM WS-LST-VALOR (8).
           05 LINE 17 COLUMN 60 FROM WS-LST-SITUACAO (8).
           05 LINE 18 COLUMN 04 FROM WS-LST-NUM (9).
           05 LINE 18 COLUMN 08 FROM WS-LST-DATA (9).
           05 LINE 18 COLUMN 20 FROM WS-LST-CODIGO (9).
           05 LINE 18 COLUMN 25 FROM WS-LST-DESCRICAO (9).
           05 LINE 18 COLUMN 48 FROM WS-LST-VALOR (9).
           05 LINE 18 COLUMN 60 FROM WS-LST-SITUACAO (9).
           05 LINE 19 COLUMN 04 FROM WS-LST-NUM (10).
           05 LINE 19 COLUMN 08 FROM WS-LST-DATA (10).
           05 LINE 19 COLUMN 20 FROM WS-LST-CODIGO (10).
           05 LINE 19 COLUMN 25 FROM WS-LST-DESCRICAO (10).
           05 LINE 19 COLUMN 48 FROM WS-LST-VALOR (10).
           05 LINE 19 COLUMN 60 FROM WS-LST-SITUACAO (10).

           05 LINE 20 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 24 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 25 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 26 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA-ACAO.
           05 LINE 21 COLUMN 04 VALUE
              "(L)ANCAR  (E)STORNAR  (A)PROVAR  (S)AIR: [ ]".
           05 PICK-ACAO LINE 21 COLUMN 46 PIC X TO WS-ACAO.

       01 TELA-ESCOLHA.
           05 LINE 22 COLUMN 04 VALUE "NUMERO DA COBRANCA: [  ]".
           05 S-ESCOLHA LINE 22 COLUMN 25 PIC 99 TO WS-ESCOLHA.

       01 TELA-LANCA.
           05 LINE 22 COLUMN 04 VALUE "CODIGO DO SERVICO.: [   ]".
           05 S-CODIGO LINE 22 COLUMN 25 PIC X(3) TO WS-LC-CODIGO.

       01 TELA-LANCA-VALORES.
           05 LINE 22 COLUMN 31 PIC X(30) FROM WS-SV-DESCRICAO.
           05 LINE 23 COLUMN 04 VALUE "VALOR.............: ".
           05 LINE 23 COLUMN 25 PIC ZZ.ZZ9,99 FROM WS-SV-PRECO.
           05 LINE 23 COLUMN 36 VALUE "OCORRENCIA: ".
           05 LINE 23 COLUMN 48 PIC X(25) FROM WS-LC-CHAVE-OCORR.

       01 TELA-CONFIRMA.
           05 LINE 25 COLUMN 16 VALUE "CONFIRMA (S/N)? [ ]".
           05 PICK-CONFIRMA LINE 25 COLUMN 33 PIC X TO ESCOLHE.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 25 COLUMN 16 PIC X(40) FROM MSG.
           05 PRESS-ENTER LINE 25 COLUMN 80 TO RESP.

       PROCEDURE DIVISION.
       INICIO.
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

           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-LIMITE-COBRANCA FROM ENVIRONMENT
               "MACKALLCENTER_COBRANCA_LIMITE"
               ON EXCEPTION
                   MOVE 100 TO WS-LIMITE-COBRANCA
           END-ACCEPT
           IF WS-LIMITE-COBRANCA = ZERO
               MOVE 100 TO WS-LIMITE-COBRANCA
           END-IF

           MOVE FUNCTION CURRENT-DATE (7:2) TO DIA
           MOVE FUNCTION CURRENT-DATE (5:2) TO MES
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANO
           COMPUTE WS-HOJE-DATA8 = ANO * 10000 + MES * 100 + DIA

      *the attendant who took the call is who the charge is posted
      *and reversed under, even if a supervisor signs it halfway.
           MOVE WS-OPERADOR-SESSAO TO WS-SESSAO-ATENDENTE

           PERFORM LIMPA-LISTA
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF

           ACCEPT S-CPF.
           PERFORM WITH TEST AFTER UNTIL CPF-RETORNO = 1
               MOVE WS-CPF TO WS-CPF-NUM
               CALL "Validador_CPF" USING CPF-RETORNO WS-CPF-DIGITS
               IF CPF-RETORNO NOT = 1
                   MOVE "CPF INVALIDO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT S-CPF
               END-IF
           END-PERFORM
           MOVE WS-CPF TO WS-CPF-X

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
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-ACAO = "S"
               PERFORM CARREGA-COBRANCAS
               PERFORM REEXIBE-TELA
               MOVE SPACE TO WS-ACAO
               PERFORM WITH TEST AFTER UNTIL WS-ACAO = "L" OR "E"
                       OR "A" OR "S"
                   ACCEPT PICK-ACAO
                   MOVE FUNCTION UPPER-CASE (WS-ACAO) TO WS-ACAO
               END-PERFORM
               EVALUATE WS-ACAO
                   WHEN "L" PERFORM LANCA-COBRANCA
                   WHEN "E" PERFORM ESTORNA-COBRANCA
                   WHEN "A" PERFORM APROVA-COBRANCA
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM

           EXIT PROGRAM.

       LIMPA-LISTA.
           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > 10
               MOVE SPACES TO WS-LISTA (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA.

      *CARREGA-COBRANCAS lists the client's charges still open to
      *action -- waiting for the visto or pending for the invoice --
      *walking CV-CHAVE from the CPF the usual way.
       CARREGA-COBRANCAS.
           PERFORM LIMPA-LISTA
           OPEN INPUT ARQ-COBRANCAS
           IF ST-COBRANCA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-X TO CV-CPF
           MOVE ZEROS TO CV-DATA-LANC CV-HORA-LANC CV-SEQ
           START ARQ-COBRANCAS KEY IS >= CV-CHAVE
               INVALID KEY MOVE "N" TO FOUND-COBRANCA
               NOT INVALID KEY MOVE "S" TO FOUND-COBRANCA
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-COBRANCA = "N"
                   OR WS-QTD-LISTA = 10
               READ ARQ-COBRANCAS NEXT RECORD
                   AT END MOVE "N" TO FOUND-COBRANCA
               END-READ
               IF FOUND-COBRANCA = "S" AND CV-CPF = WS-CPF-X
                   IF CV-AGUARDA-VISTO OR CV-PENDENTE
                       PERFORM GUARDA-COBRANCA
                   END-IF
               ELSE
                   MOVE "N" TO FOUND-COBRANCA
               END-IF
           END-PERFORM
           CLOSE ARQ-COBRANCAS.

       GUARDA-COBRANCA.
           ADD 1 TO WS-QTD-LISTA
           MOVE WS-QTD-LISTA TO WS-LST-NUM (WS-QTD-LISTA)
           MOVE CV-DATA-LANC TO WS-DATA8-AUX
           STRING AUX-DIA "/" AUX-MES "/" AUX-ANO
               DELIMITED BY SIZE INTO WS-LST-DATA (WS-QTD-LISTA)
           MOVE CV-CODIGO TO WS-LST-CODIGO (WS-QTD-LISTA)
           MOVE CV-DESCRICAO TO WS-LST-DESCRICAO (WS-QTD-LISTA)
           MOVE CV-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LST-VALOR (WS-QTD-LISTA)
           IF CV-AGUARDA-VISTO
               MOVE "AGUARD.VISTO" TO WS-LST-SITUACAO (WS-QTD-LISTA)
           ELSE
               MOVE "A FATURAR" TO WS-LST-SITUACAO (WS-QTD-LISTA)
           END-IF
           MOVE CV-CHAVE TO WS-LST-CHAVE (WS-QTD-LISTA).

      *LANCA-COBRANCA posts a catalog service against the client,
      *tied to the occurrence the client has open (if any), through
      *the same Lanca_Cobranca_Servico the visits use. Above the
      *limit the visto is asked for on the spot; without it the
      *charge still goes in, waiting for a supervisor to approve it.
       LANCA-COBRANCA.
           MOVE SPACES TO WS-LC-CODIGO
           DISPLAY TELA-LANCA
           ACCEPT S-CODIGO
           MOVE FUNCTION UPPER-CASE (WS-LC-CODIGO) TO WS-LC-CODIGO
           PERFORM LE-SERVICO
           IF FOUND-SERVICO NOT = "S"
               MOVE "SERVICO NAO CADASTRADO OU INATIVO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM BUSCA-OCORR-ABERTA
           DISPLAY TELA-LANCA-VALORES
           MOVE SPACE TO ESCOLHE
           PERFORM WITH TEST AFTER UNTIL ESCOLHE = "S" OR "N"
               DISPLAY TELA-CONFIRMA
               ACCEPT PICK-CONFIRMA
               MOVE FUNCTION UPPER-CASE (ESCOLHE) TO ESCOLHE
           END-PERFORM
           IF ESCOLHE = "N"
               MOVE "COBRANCA NAO LANCADA" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LC-SUPERVISOR
           IF WS-SV-PRECO > WS-LIMITE-COBRANCA
               CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
               IF WS-VISTO-RETORNO = 1
                   MOVE WS-OPERADOR-ID TO WS-LC-SUPERVISOR
               END-IF
               MOVE WS-SESSAO-ATENDENTE TO WS-OPERADOR-SESSAO
               PERFORM REEXIBE-TELA
           END-IF

           MOVE SPACES TO WS-LC-RESOLUCAO
           MOVE "A" TO WS-LC-ORIGEM
           MOVE WS-SESSAO-ATENDENTE (1:5) TO WS-LC-OPERADOR
           CALL "Lanca_Cobranca_Servico" USING WS-CPF WS-LC-CODIGO
               WS-LC-RESOLUCAO WS-LC-CHAVE-OCORR WS-LC-ORIGEM
               WS-LC-OPERADOR WS-LC-SUPERVISOR WS-LC-RETORNO
           EVALUATE WS-LC-RETORNO
               WHEN 1
                   MOVE "COBRANCA LANCADA P/ PROXIMA FATURA" TO MSG
               WHEN 2
                   MOVE "COBRANCA AGUARDANDO VISTO SUPERVISOR" TO MSG
               WHEN 4
                   MOVE "MODO TREINAMENTO - COBRANCA NAO GRAVADA"
                       TO MSG
               WHEN 5
                   MOVE "SERVICO JA COBRADO NESTA OCORRENCIA" TO MSG
               WHEN OTHER
                   MOVE "SERVICO NAO CADASTRADO OU INATIVO" TO MSG
           END-EVALUATE
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *ESTORNA-COBRANCA reverses a charge not yet billed. Once the
      *billing extract has stamped it with its competencia the value
      *is already in the invoice total EMITE_FATURAS prints, so the
      *reversal is refused: the client is made good by a credit.
       ESTORNA-COBRANCA.
           PERFORM ESCOLHE-COBRANCA
           IF WS-ESCOLHA = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - ESTORNO NAO GRAVADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-COBRANCAS
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO CV-CHAVE
           READ ARQ-COBRANCAS
               INVALID KEY MOVE "N" TO FOUND-COBRANCA
               NOT INVALID KEY MOVE "S" TO FOUND-COBRANCA
           END-READ

      *the invoice run may have billed it since the list was loaded.
           IF FOUND-COBRANCA NOT = "S"
                   OR NOT (CV-AGUARDA-VISTO OR CV-PENDENTE)
               MOVE "COBRANCA JA FATURADA OU ESTORNADA" TO MSG
           ELSE
               IF CV-COMPETENCIA NOT = ZERO
                   MOVE "JA NO EXTRATO DO MES - NAO ESTORNAVEL" TO MSG
               ELSE
                   SET CV-ESTORNADA TO TRUE
                   MOVE WS-HOJE-DATA8 TO CV-DATA-ESTORNO
                   MOVE WS-SESSAO-ATENDENTE (1:5)
                       TO CV-OPERADOR-ESTORNO
                   REWRITE REG-COBRANCA-SERVICO
                   MOVE "COBRANCA ESTORNADA" TO MSG
               END-IF
           END-IF
           CLOSE ARQ-COBRANCAS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *APROVA-COBRANCA gives the visto to a charge posted above the
      *limit, which only then goes out on the invoice.
       APROVA-COBRANCA.
           PERFORM ESCOLHE-COBRANCA
           IF WS-ESCOLHA = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LST-SITUACAO (WS-ESCOLHA) NOT = "AGUARD.VISTO"
               MOVE "COBRANCA NAO AGUARDA VISTO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           MOVE WS-OPERADOR-ID TO WS-LC-SUPERVISOR
           MOVE WS-SESSAO-ATENDENTE TO WS-OPERADOR-SESSAO
           PERFORM REEXIBE-TELA
           IF WS-VISTO-RETORNO NOT = 1
               MOVE "APROVACAO EXIGE VISTO DE SUPERVISOR" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - VISTO NAO GRAVADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-COBRANCAS
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO CV-CHAVE
           READ ARQ-COBRANCAS
               INVALID KEY MOVE "N" TO FOUND-COBRANCA
               NOT INVALID KEY MOVE "S" TO FOUND-COBRANCA
           END-READ
           IF FOUND-COBRANCA NOT = "S" OR NOT CV-AGUARDA-VISTO
               MOVE "COBRANCA JA TRATADA" TO MSG
           ELSE
               SET CV-PENDENTE TO TRUE
               MOVE WS-LC-SUPERVISOR TO CV-SUPERVISOR
               REWRITE REG-COBRANCA-SERVICO
               MOVE "COBRANCA APROVADA P/ PROXIMA FATURA" TO MSG
           END-IF
           CLOSE ARQ-COBRANCAS

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       ESCOLHE-COBRANCA.
           MOVE ZERO TO WS-ESCOLHA
           IF WS-QTD-LISTA = ZERO
               MOVE "NENHUMA COBRANCA EM ABERTO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           DISPLAY TELA-ESCOLHA
           PERFORM WITH TEST AFTER UNTIL WS-ESCOLHA = ZERO
                   OR (WS-ESCOLHA >= 1 AND WS-ESCOLHA <= WS-QTD-LISTA)
               ACCEPT S-ESCOLHA
           END-PERFORM
           IF WS-ESCOLHA NOT = ZERO
               MOVE SPACE TO ESCOLHE
               PERFORM WITH TEST AFTER UNTIL ESCOLHE = "S" OR "N"
                   DISPLAY TELA-CONFIRMA
                   ACCEPT PICK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE (ESCOLHE) TO ESCOLHE
               END-PERFORM
               IF ESCOLHE = "N"
                   MOVE ZERO TO WS-ESCOLHA
               END-IF
           END-IF.

       LE-SERVICO.
           MOVE "N" TO FOUND-SERVICO
           OPEN INPUT ARQ-SERVICOS
           IF ST-SERVICO = "00"
               MOVE WS-LC-CODIGO TO SB-CODIGO
               READ ARQ-SERVICOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SB-ATIVO = "S"
                           MOVE "S" TO FOUND-SERVICO
                           MOVE SB-DESCRICAO TO WS-SV-DESCRICAO
                           MOVE SB-PRECO TO WS-SV-PRECO
                       END-IF
               END-READ
               CLOSE ARQ-SERVICOS
           END-IF.

      *same walk MOVIMENTA_EQUIPAMENTO uses to tie a swap to the call.
       BUSCA-OCORR-ABERTA.
           MOVE SPACES TO WS-LC-CHAVE-OCORR
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR = "00"
               MOVE WS-CPF-X TO O-CPF
               MOVE ZEROS TO O-DATA-OCORR O-HORA-OCORR O-SEQ
               START ARQ-OCORR KEY IS >= O-CHAVE
                   INVALID KEY MOVE "N" TO FOUND-OCORR
                   NOT INVALID KEY MOVE "S" TO FOUND-OCORR
               END-START
               PERFORM WITH TEST BEFORE UNTIL FOUND-OCORR = "N"
                   READ ARQ-OCORR NEXT RECORD
                       AT END MOVE "N" TO FOUND-OCORR
                   END-READ
                   IF FOUND-OCORR = "S" AND O-CPF = WS-CPF-X
                       IF O-STAT = 0
                           MOVE O-CHAVE TO WS-LC-CHAVE-OCORR
                           MOVE "N" TO FOUND-OCORR
                       END-IF
                   ELSE
                       MOVE "N" TO FOUND-OCORR
                   END-IF
               END-PERFORM
               CLOSE ARQ-OCORR
           END-IF.

       REEXIBE-TELA.
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           DISPLAY TELA-ACAO.
