      *ORDENS DE MUDANCA DE PACOTE (UPGRADE / DOWNGRADE)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEM_PACOTE AS "PGM67".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORDENS ASSIGN TO "D:\ORDENSPACOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CHAVE
               FILE STATUS IS ST-ORDEM.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-ASSINATURAS ASSIGN TO "D:\ASSINATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS ST-ASSINATURA.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

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
       FD ARQ-ORDENS.
           COPY OMPCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-ASSINATURAS.
           COPY ASSCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 ST-ORDEM PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-ASSINATURA PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 3.
       77 W-BRANCO-MENU PIC X(39) VALUE SPACES.
       77 WS-CONFIRMA PIC X VALUE SPACE.
       77 WS-ESCOLHE PIC X VALUE SPACE.
       77 FOUND-CPF PIC X VALUE "N".
       77 FOUND-PACOTE PIC X VALUE "N".
       77 FOUND-ORDEM PIC X VALUE "N".
       77 WS-FIM-ARQ PIC X VALUE "N".
       77 ACHOU-OCORRENCIA PIC X VALUE "N".
       77 WS-TEM-PENDENTE PIC X VALUE "N".
       77 WS-ITEM-OK PIC X VALUE "N".
       77 CPF-RETORNO PIC 9 VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-HORA-AGORA PIC 9(8) VALUE ZERO.
       77 WS-IDX PIC 9 VALUE ZERO.
       77 WS-IDX2 PIC 9 VALUE ZERO.
       77 WS-LINHA PIC 99 VALUE ZERO.
       77 WS-CONT PIC 99 VALUE ZERO.
       77 WS-QTD-ITENS PIC 9 VALUE ZERO.
       77 WS-QTD-ATIVOS PIC 9 VALUE ZERO.
       77 WS-ANO-VENC PIC 9(4) VALUE ZERO.
       77 WS-MES-VENC PIC 99 VALUE ZERO.
       77 WS-DIA-VENC PIC 99 VALUE ZERO.
       77 WS-PRECO-ATUAL PIC 9(5)V99 VALUE ZERO.
       77 WS-CLI-CEP PIC X(9) VALUE SPACES.
       77 WS-COB-CEP PIC 9(8) VALUE ZERO.
       77 WS-COB-RETORNO PIC 9 VALUE ZERO.
       77 WS-COB-AREA PIC X(30) VALUE SPACES.

      *the order as typed or loaded on screen.
       01 WS-CPF-BUSCA PIC X(11) VALUE SPACES.
       01 WS-CPF-DIGITS REDEFINES WS-CPF-BUSCA.
           05 WS-CPF-DIG PIC 9 OCCURS 11.
       77 WS-CPF-NUM PIC 9(11) VALUE ZERO.
       77 WS-NOME PIC X(30) VALUE SPACES.
       77 WS-PACOTE-ATUAL PIC X VALUE SPACE.
       77 WS-VENCIMENTO PIC 99 VALUE ZERO.
       77 WS-ATIVOS PIC X(8) VALUE SPACES.
       01 WS-ITENS-TAB.
           05 WS-ITEM OCCURS 4 TIMES.
               10 WS-I-ACAO PIC X(1).
               10 WS-I-SERVICO PIC X(1).
               10 WS-I-DESC PIC X(20).
               10 WS-I-PRECO PIC 9(5)V99.
       77 WS-ACAO PIC X VALUE SPACE.
       77 WS-SERVICO PIC X VALUE SPACE.
       77 WS-TIPO-NOVO PIC X VALUE SPACE.
       77 WS-TIPO-NOVO-DESC PIC X(20) VALUE SPACES.
       77 WS-DATA-EFETIVA PIC 9(8) VALUE ZERO.
       77 WS-VISITA PIC X VALUE SPACE.
           88 WS-VISITA-OK VALUES "S" "N".
       77 WS-CHAVE-OCORR PIC X(25) VALUE SPACES.
       77 WS-OCORR-TELA PIC X(16) VALUE SPACES.
       77 WS-OCORR-DESC PIC X(60) VALUE SPACES.
       77 WS-VARIACAO PIC S9(5)V99 VALUE ZERO.
       77 WS-SITUACAO-DESC PIC X(12) VALUE SPACES.
       77 WS-CANAL PIC X VALUE SPACE.
       77 WS-CANAL-DESC PIC X(15) VALUE SPACES.
       77 FOUND-CANAL PIC X VALUE "N".

       COPY CNLCOPY.

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
               VALUE "    TVMACK         ORDENS DE MUDANCA DE PACOTE".
           05 LINE 05 COLUMN 01
               VALUE "    ====================================".
           05 LINE 05 COLUMN 41
               VALUE "===================================".
           05 LINE 09 COLUMN 01
               VALUE "                   1. REGISTRAR ORDEM".
           05 LINE 10 COLUMN 01
               VALUE "                   2. CANCELAR ORDEM PENDENTE".
           05 LINE 11 COLUMN 01
               VALUE "                   3. VOLTAR".
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
               VALUE  "    ORDENS DE MUDANCA DE PACOTE".
           05  LINE 07  COLUMN 01
               VALUE  "    ====================================".
           05  LINE 07  COLUMN 41
               VALUE  "===================================".
           05  LINE 08  COLUMN 01
               VALUE  "    DATAS EM AAAAMMDD".
           05  LINE 09  COLUMN 01
               VALUE  "    CPF DO CLIENTE.........: [           ]".
           05  LINE 10  COLUMN 01
               VALUE  "    NOME...................: ".
           05  LINE 11  COLUMN 01
               VALUE  "    PACOTE ATUAL...........: ".
           05  LINE 11  COLUMN 33
               VALUE  "VENC. DIA".
           05  LINE 11  COLUMN 47
               VALUE  "SERVICOS ATIVOS: ".
           05  LINE 12  COLUMN 01
               VALUE  "    ACAO I=INCLUIR R=REMOVER  ACAO SERVICO".
           05  LINE 13  COLUMN 01
               VALUE  "    ITEM 1.................: [ ] [ ]".
           05  LINE 14  COLUMN 01
               VALUE  "    ITEM 2.................: [ ] [ ]".
           05  LINE 15  COLUMN 01
               VALUE  "    ITEM 3.................: [ ] [ ]".
           05  LINE 16  COLUMN 01
               VALUE  "    ITEM 4.................: [ ] [ ]".
           05  LINE 17  COLUMN 01
               VALUE  "    NOVO TIPO-PACOTE.......: [ ]".
           05  LINE 17  COLUMN 60
               VALUE  "(BRANCO=MANTEM)".
           05  LINE 18  COLUMN 01
               VALUE  "    DATA EFETIVA...........: [        ]".
           05  LINE 18  COLUMN 45
               VALUE  "CANAL: [ ]".
           05  LINE 19  COLUMN 01
               VALUE  "    VISITA TECNICA (S/N)...: [ ]".
           05  LINE 19  COLUMN 36
               VALUE  "OCORRENCIA: ".
           05  LINE 20  COLUMN 01
               VALUE  "    VARIACAO MENSAL........: ".
           05  LINE 20  COLUMN 45
               VALUE  "SITUACAO: ".
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
           05  S-CPF
               LINE 09  COLUMN 31  PIC X(11)
               USING  WS-CPF-BUSCA.
           05  LINE 10  COLUMN 30  PIC X(30) FROM WS-NOME.
           05  LINE 11  COLUMN 30  PIC X(01) FROM WS-PACOTE-ATUAL.
           05  LINE 11  COLUMN 43  PIC 9(02) FROM WS-VENCIMENTO.
           05  LINE 11  COLUMN 64  PIC X(08) FROM WS-ATIVOS.
           05  LINE 13  COLUMN 31  PIC X(01) FROM WS-I-ACAO (1).
           05  LINE 13  COLUMN 35  PIC X(01) FROM WS-I-SERVICO (1).
           05  LINE 13  COLUMN 38  PIC X(20) FROM WS-I-DESC (1).
           05  LINE 13  COLUMN 59  PIC ZZZZ9,99 FROM WS-I-PRECO (1).
           05  LINE 14  COLUMN 31  PIC X(01) FROM WS-I-ACAO (2).
           05  LINE 14  COLUMN 35  PIC X(01) FROM WS-I-SERVICO (2).
           05  LINE 14  COLUMN 38  PIC X(20) FROM WS-I-DESC (2).
           05  LINE 14  COLUMN 59  PIC ZZZZ9,99 FROM WS-I-PRECO (2).
           05  LINE 15  COLUMN 31  PIC X(01) FROM WS-I-ACAO (3).
           05  LINE 15  COLUMN 35  PIC X(01) FROM WS-I-SERVICO (3).
           05  LINE 15  COLUMN 38  PIC X(20) FROM WS-I-DESC (3).
           05  LINE 15  COLUMN 59  PIC ZZZZ9,99 FROM WS-I-PRECO (3).
           05  LINE 16  COLUMN 31  PIC X(01) FROM WS-I-ACAO (4).
           05  LINE 16  COLUMN 35  PIC X(01) FROM WS-I-SERVICO (4).
           05  LINE 16  COLUMN 38  PIC X(20) FROM WS-I-DESC (4).
           05  LINE 16  COLUMN 59  PIC ZZZZ9,99 FROM WS-I-PRECO (4).
           05  S-TIPO-NOVO
               LINE 17  COLUMN 31  PIC X(01)
               USING  WS-TIPO-NOVO.
           05  LINE 17  COLUMN 35  PIC X(20) FROM WS-TIPO-NOVO-DESC.
           05  S-DATA-EFETIVA
               LINE 18  COLUMN 31  PIC 9(08)
               USING  WS-DATA-EFETIVA.
           05  S-CANAL
               LINE 18  COLUMN 53  PIC X(01)
               USING  WS-CANAL.
           05  LINE 18  COLUMN 56  PIC X(15) FROM WS-CANAL-DESC.
           05  S-VISITA
               LINE 19  COLUMN 31  PIC X(01)
               USING  WS-VISITA.
           05  LINE 19  COLUMN 48  PIC X(16) FROM WS-OCORR-TELA.
           05  LINE 20  COLUMN 30  PIC -ZZZZ9,99 FROM WS-VARIACAO.
           05  LINE 20  COLUMN 55  PIC X(12) FROM WS-SITUACAO-DESC.
           05  LINE 21  COLUMN 05  PIC X(60) FROM WS-OCORR-DESC.

       01 TELA-ESCOLHE.
           05 LINE 23 COLUMN 16
               VALUE "VINCULAR ESTA OCORRENCIA (S/N)? [ ]".
           05 S-ESCOLHE LINE 23 COLUMN 49 PIC X TO WS-ESCOLHE.

       01 TELA-CANCELA.
           05 LINE 23 COLUMN 16
               VALUE "CANCELAR ESTA ORDEM (S/N)? [ ]".
           05 S-CANCELA LINE 23 COLUMN 44 PIC X TO WS-ESCOLHE.

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

           PERFORM WITH TEST AFTER UNTIL OPC = 3
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
                       WHEN 1 PERFORM REGISTRA-ORDEM
                       WHEN 2 PERFORM CANCELA-ORDEM
                       WHEN 3 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXIT PROGRAM.

      *the change is only written down here; ASSINATURAS and the
      *client record are touched by APLICA_ORDENS_PACOTE on the
      *effective date, so the new price starts with a billing cycle
      *instead of whenever the call happened to land.
       REGISTRA-ORDEM.
           PERFORM LIMPA-TELA
           PERFORM PEDE-CLIENTE
           IF FOUND-CPF NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           IF CLIENTE-CANCELADO
               MOVE "CLIENTE CANCELADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

      *one pending order per client: a second change is folded into
      *the first by cancelling it and taking the whole change again.
           PERFORM CONFERE-PENDENTE
           IF WS-TEM-PENDENTE = "S"
               MOVE "JA EXISTE ORDEM PENDENTE - CANCELE" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARQ-PACOTES
           IF ST-PACOTE NOT = "00"
               MOVE "CADASTRE PACOTES PRIMEIRO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QTD-ITENS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               PERFORM ACEITA-ITEM
           END-PERFORM
           PERFORM ACEITA-TIPO-NOVO
           CLOSE ARQ-PACOTES

           IF WS-QTD-ITENS = ZERO AND WS-TIPO-NOVO = SPACE
               MOVE "NENHUMA MUDANCA INFORMADA" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULA-VENCIMENTO
           DISPLAY TELA-DADOS
           PERFORM WITH TEST AFTER UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-EFETIVA) = ZERO
                   AND WS-DATA-EFETIVA >= WS-HOJE-DATA8
               ACCEPT S-DATA-EFETIVA
           END-PERFORM

      *the channel the change was sold through goes with the order
      *so the services it adds earn their commission; a change taken
      *on this screen is televendas unless said otherwise.
           MOVE "T" TO WS-CANAL
           MOVE "N" TO FOUND-CANAL
           PERFORM WITH TEST AFTER UNTIL FOUND-CANAL = "S"
               ACCEPT S-CANAL
               MOVE FUNCTION UPPER-CASE (WS-CANAL) TO WS-CANAL
               PERFORM DECODIFICA-CANAL
               IF FOUND-CANAL NOT = "S"
                   MOVE "CANAL INVALIDO (T L P W R)" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM
           DISPLAY TELA-DADOS

      *a change that needs the technician rides on the occurrence
      *the visit is booked against, so the night step can tell the
      *visit was done before it switches anything on.
           PERFORM WITH TEST AFTER UNTIL WS-VISITA-OK
               ACCEPT S-VISITA
               MOVE FUNCTION UPPER-CASE (WS-VISITA) TO WS-VISITA
           END-PERFORM
           IF WS-VISITA = "S"
               PERFORM ESCOLHE-OCORRENCIA
               IF ACHOU-OCORRENCIA NOT = "S"
                   MOVE "ABRA A OCORRENCIA DA VISITA (PGM21)" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-OCORR-DESC
           MOVE "PENDENTE" TO WS-SITUACAO-DESC
           DISPLAY TELA

           PERFORM MOSTRA-TELA
           PERFORM PEDE-CONFIRMACAO
           IF WS-CONFIRMA = "N" OR "n"
               MOVE "GRAVACAO CANCELADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - ORDEM NAO GRAVADA" TO MSG
               ELSE
                   PERFORM GRAVA-ORDEM
               END-IF
           END-IF
           DISPLAY TELA-DADOS
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *PEDE-CLIENTE takes and checks the CPF and loads what the client
      *has today: the legacy package, the due day and the services
      *active on ASSINATURAS.DAT.
       PEDE-CLIENTE.
           MOVE "N" TO FOUND-CPF
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
           MOVE WS-CPF-BUSCA TO WS-CPF-NUM

           OPEN INPUT ARQ-CLIENTES
           MOVE WS-CPF-NUM TO CPF
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO MSG
               NOT INVALID KEY
                   MOVE "S" TO FOUND-CPF
                   MOVE NOME TO WS-NOME
                   MOVE TIPO-PACOTE TO WS-PACOTE-ATUAL
                   MOVE VENCIMENTO-FATURA TO WS-VENCIMENTO
                   MOVE CEP TO WS-CLI-CEP
           END-READ
           CLOSE ARQ-CLIENTES
           IF FOUND-CPF NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ATIVOS
           MOVE ZERO TO WS-QTD-ATIVOS
           OPEN INPUT ARQ-ASSINATURAS
           IF ST-ASSINATURA = "00"
               MOVE WS-CPF-NUM TO AS-CPF
               MOVE LOW-VALUES TO AS-SERVICO
               MOVE "N" TO WS-FIM-ARQ
               START ARQ-ASSINATURAS KEY IS >= AS-CHAVE
                   INVALID KEY MOVE "S" TO WS-FIM-ARQ
               END-START
               PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ASSINATURAS NEXT RECORD
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "S"
                       IF AS-CPF NOT = WS-CPF-NUM
                           MOVE "S" TO WS-FIM-ARQ
                       ELSE
                           IF AS-DATA-FIM = SPACES
                                   AND WS-QTD-ATIVOS < 8
                               ADD 1 TO WS-QTD-ATIVOS
                               MOVE AS-SERVICO
                                   TO WS-ATIVOS (WS-QTD-ATIVOS:1)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-ASSINATURAS
           END-IF
           DISPLAY TELA-DADOS.

       CONFERE-PENDENTE.
           MOVE "N" TO WS-TEM-PENDENTE
           OPEN INPUT ARQ-ORDENS
           IF ST-ORDEM NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-NUM TO OM-CPF
           MOVE ZERO TO OM-DATA-PEDIDO OM-HORA-PEDIDO OM-SEQ
           MOVE "N" TO WS-FIM-ARQ
           START ARQ-ORDENS KEY IS >= OM-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
               READ ARQ-ORDENS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
               END-READ
               IF WS-FIM-ARQ NOT = "S"
                   IF OM-CPF NOT = WS-CPF-NUM
                       MOVE "S" TO WS-FIM-ARQ
                   ELSE
                       IF OM-PENDENTE
                           MOVE "S" TO WS-TEM-PENDENTE
                           MOVE "S" TO WS-FIM-ARQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-ORDENS.

      *ACEITA-ITEM takes one line of the change: a service to add
      *must exist and be on sale and not already be active; one to
      *remove must be active today. A blank action ends nothing --
      *the line is just left unused.
       ACEITA-ITEM.
           COMPUTE WS-LINHA = 12 + WS-IDX
           MOVE "N" TO WS-ITEM-OK
           PERFORM WITH TEST AFTER UNTIL WS-ITEM-OK = "S"
               MOVE SPACE TO WS-ACAO WS-SERVICO
               ACCEPT WS-ACAO AT LINE WS-LINHA COLUMN 31
               MOVE FUNCTION UPPER-CASE (WS-ACAO) TO WS-ACAO
               IF WS-ACAO = SPACE
                   MOVE "S" TO WS-ITEM-OK
               ELSE
                   IF WS-ACAO NOT = "I" AND WS-ACAO NOT = "R"
                       MOVE "ACAO INVALIDA (I/R)" TO MSG
                       DISPLAY TELA-MENSAGEM
                   ELSE
                       ACCEPT WS-SERVICO AT LINE WS-LINHA COLUMN 35
                       MOVE FUNCTION UPPER-CASE (WS-SERVICO)
                           TO WS-SERVICO
                       PERFORM VALIDA-ITEM
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-ACAO TO WS-I-ACAO (WS-IDX)
           MOVE WS-SERVICO TO WS-I-SERVICO (WS-IDX)
           IF WS-ACAO NOT = SPACE
               ADD 1 TO WS-QTD-ITENS
               MOVE PAC-DESCRICAO TO WS-I-DESC (WS-IDX)
               MOVE PAC-PRECO TO WS-I-PRECO (WS-IDX)
               IF WS-ACAO = "I"
                   ADD PAC-PRECO TO WS-VARIACAO
               ELSE
                   SUBTRACT PAC-PRECO FROM WS-VARIACAO
               END-IF
           END-IF
           MOVE SPACES TO MSG
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-DADOS.

       VALIDA-ITEM.
           MOVE WS-SERVICO TO PAC-CODIGO
           READ ARQ-PACOTES
               INVALID KEY
                   MOVE "SERVICO INEXISTENTE" TO MSG
                   DISPLAY TELA-MENSAGEM
                   EXIT PARAGRAPH
           END-READ
           MOVE ZERO TO WS-CONT
           INSPECT WS-ATIVOS TALLYING WS-CONT FOR ALL WS-SERVICO
           IF WS-ACAO = "I"
               IF PAC-ATIVO NOT = "S"
                   MOVE "SERVICO FORA DE VENDA" TO MSG
                   DISPLAY TELA-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONT > ZERO
                   MOVE "SERVICO JA ATIVO PARA O CLIENTE" TO MSG
                   DISPLAY TELA-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
               PERFORM VERIFICA-COBERTURA
               IF WS-COB-RETORNO NOT = 1
                   MOVE "SERVICO FORA DA COBERTURA DO CEP" TO MSG
                   DISPLAY TELA-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CONT = ZERO
                   MOVE "SERVICO NAO ESTA ATIVO NO CLIENTE" TO MSG
                   DISPLAY TELA-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 >= WS-IDX
               IF WS-I-SERVICO (WS-IDX2) = WS-SERVICO
                   MOVE "SERVICO REPETIDO NA ORDEM" TO MSG
                   DISPLAY TELA-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "S" TO WS-ITEM-OK.

      *the single-letter TIPO-PACOTE only bills a client with nothing
      *active on ASSINATURAS.DAT, so only then does changing it move
      *the monthly price.
       ACEITA-TIPO-NOVO.
           MOVE "N" TO FOUND-PACOTE
           PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
               ACCEPT S-TIPO-NOVO
               MOVE FUNCTION UPPER-CASE (WS-TIPO-NOVO) TO WS-TIPO-NOVO
               IF WS-TIPO-NOVO = SPACE OR WS-TIPO-NOVO = WS-PACOTE-ATUAL
                   MOVE SPACE TO WS-TIPO-NOVO
                   MOVE SPACES TO WS-TIPO-NOVO-DESC
                   MOVE "S" TO FOUND-PACOTE
               ELSE
                   MOVE WS-TIPO-NOVO TO PAC-CODIGO
                   READ ARQ-PACOTES
                       INVALID KEY
                           MOVE "TIPO DE PACOTE INVALIDO" TO MSG
                           DISPLAY TELA-MENSAGEM
                       NOT INVALID KEY
                           MOVE WS-TIPO-NOVO TO WS-SERVICO
                           PERFORM VERIFICA-COBERTURA
                           IF PAC-ATIVO = "S" AND WS-COB-RETORNO = 1
                               MOVE "S" TO FOUND-PACOTE
                               MOVE PAC-DESCRICAO TO WS-TIPO-NOVO-DESC
                           ELSE
                               MOVE "PACOTE FORA DE VENDA" TO MSG
                               IF PAC-ATIVO = "S"
                                   MOVE "PACOTE SEM COBERTURA" TO MSG
                               END-IF
                               DISPLAY TELA-MENSAGEM
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF WS-TIPO-NOVO NOT = SPACE AND WS-QTD-ATIVOS = ZERO
               ADD PAC-PRECO TO WS-VARIACAO
               MOVE WS-PACOTE-ATUAL TO PAC-CODIGO
               READ ARQ-PACOTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PAC-PRECO TO WS-PRECO-ATUAL
                       SUBTRACT WS-PRECO-ATUAL FROM WS-VARIACAO
               END-READ
           END-IF
           MOVE SPACES TO MSG
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-DADOS.

      *an added service goes through the same coverage check as a
      *sale; a record with no usable CEP is not held back.
       VERIFICA-COBERTURA.
           MOVE 1 TO WS-COB-RETORNO
           IF WS-CLI-CEP (1:8) IS NUMERIC
               MOVE WS-CLI-CEP (1:8) TO WS-COB-CEP
               CALL "Verifica_Cobertura" USING WS-COB-CEP WS-SERVICO
                   WS-COB-RETORNO WS-COB-AREA
           END-IF.

      *the default effective date is the next due date: this month's
      *if the day has not come yet, otherwise next month's.
       CALCULA-VENCIMENTO.
           MOVE WS-HOJE-DATA8 (1:4) TO WS-ANO-VENC
           MOVE WS-HOJE-DATA8 (5:2) TO WS-MES-VENC
           MOVE WS-VENCIMENTO TO WS-DIA-VENC
           IF WS-DIA-VENC = ZERO
               MOVE 1 TO WS-DIA-VENC
           END-IF
           IF WS-HOJE-DATA8 (7:2) >= WS-DIA-VENC
               IF WS-MES-VENC = 12
                   MOVE 1 TO WS-MES-VENC
                   ADD 1 TO WS-ANO-VENC
               ELSE
                   ADD 1 TO WS-MES-VENC
               END-IF
           END-IF
           COMPUTE WS-DATA-EFETIVA = WS-ANO-VENC * 10000
               + WS-MES-VENC * 100 + WS-DIA-VENC.

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
           MOVE "N" TO WS-FIM-ARQ
           START ARQ-OCORR KEY IS >= O-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
               END-READ
               IF WS-FIM-ARQ NOT = "S" AND O-CPF = WS-CPF-BUSCA
                   MOVE SPACES TO WS-OCORR-TELA
                   STRING O-DIA-OCORR "/" O-MES-OCORR "/" O-ANO-OCORR
                       " " O-HH-OCORR ":" O-MIN-OCORR
                       DELIMITED BY SIZE INTO WS-OCORR-TELA
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
                       MOVE "S" TO WS-FIM-ARQ
                   END-IF
               ELSE
                   MOVE "S" TO WS-FIM-ARQ
               END-IF
           END-PERFORM
           CLOSE ARQ-OCORR

           IF ACHOU-OCORRENCIA NOT = "S"
               MOVE SPACES TO WS-OCORR-TELA
           END-IF.

       GRAVA-ORDEM.
           OPEN I-O ARQ-ORDENS
           IF ST-ORDEM = "35"
               OPEN OUTPUT ARQ-ORDENS
               CLOSE ARQ-ORDENS
               OPEN I-O ARQ-ORDENS
           END-IF

           ACCEPT WS-HORA-AGORA FROM TIME
           INITIALIZE REG-ORDEM-PACOTE
           MOVE WS-CPF-NUM TO OM-CPF
           MOVE WS-HOJE-DATA8 TO OM-DATA-PEDIDO
           MOVE WS-HORA-AGORA (1:4) TO OM-HORA-PEDIDO
           MOVE ZERO TO OM-SEQ
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE WS-I-ACAO (WS-IDX) TO OM-ACAO (WS-IDX)
               MOVE WS-I-SERVICO (WS-IDX) TO OM-SERVICO (WS-IDX)
           END-PERFORM
           MOVE WS-TIPO-NOVO TO OM-TIPO-PACOTE-NOVO
           MOVE WS-DATA-EFETIVA TO OM-DATA-EFETIVA
           MOVE WS-VISITA TO OM-VISITA
           MOVE WS-CHAVE-OCORR TO OM-CHAVE-OCORR
           MOVE WS-VARIACAO TO OM-VARIACAO
           SET OM-PENDENTE TO TRUE
           MOVE WS-OPERADOR-ID TO OM-OPERADOR
           MOVE WS-CANAL TO OM-CANAL

           PERFORM WITH TEST AFTER UNTIL ST-ORDEM NOT = "22"
               WRITE REG-ORDEM-PACOTE
                   INVALID KEY
                       ADD 1 TO OM-SEQ
               END-WRITE
           END-PERFORM
           IF ST-ORDEM = "00"
               MOVE "ORDEM REGISTRADA" TO MSG
           ELSE
               MOVE "ERRO AO GRAVAR ORDEM" TO MSG
           END-IF
           CLOSE ARQ-ORDENS.

      *only a pending order can be cancelled: once applied, undoing
      *it is a new order the other way.
       CANCELA-ORDEM.
           PERFORM LIMPA-TELA
           PERFORM PEDE-CLIENTE
           IF FOUND-CPF NOT = "S"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-ORDENS
           IF ST-ORDEM NOT = "00"
               MOVE "NENHUMA ORDEM REGISTRADA" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FOUND-ORDEM
           MOVE WS-CPF-NUM TO OM-CPF
           MOVE ZERO TO OM-DATA-PEDIDO OM-HORA-PEDIDO OM-SEQ
           MOVE "N" TO WS-FIM-ARQ
           START ARQ-ORDENS KEY IS >= OM-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-FIM-ARQ = "S"
               READ ARQ-ORDENS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
               END-READ
               IF WS-FIM-ARQ NOT = "S"
                   IF OM-CPF NOT = WS-CPF-NUM
                       MOVE "S" TO WS-FIM-ARQ
                   ELSE
                       IF OM-PENDENTE
                           PERFORM OFERECE-CANCELAMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-ORDENS

           IF FOUND-ORDEM NOT = "S"
               MOVE "NENHUMA ORDEM PENDENTE CANCELADA" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       OFERECE-CANCELAMENTO.
           PERFORM CARREGA-ORDEM
           DISPLAY TELA-DADOS
           MOVE SPACE TO WS-ESCOLHE
           DISPLAY TELA-CANCELA
           PERFORM WITH TEST AFTER UNTIL WS-ESCOLHE = "S" OR "N"
               ACCEPT S-CANCELA
               MOVE FUNCTION UPPER-CASE (WS-ESCOLHE) TO WS-ESCOLHE
           END-PERFORM
           IF WS-ESCOLHE = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO FOUND-ORDEM
           MOVE "S" TO WS-FIM-ARQ
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - ORDEM NAO CANCELADA" TO MSG
               EXIT PARAGRAPH
           END-IF
           SET OM-CANCELADA TO TRUE
           MOVE WS-OPERADOR-ID TO OM-OPERADOR-CANCEL
           MOVE WS-HOJE-DATA8 TO OM-DATA-CANCEL
           REWRITE REG-ORDEM-PACOTE
               INVALID KEY
                   MOVE "ERRO AO CANCELAR ORDEM" TO MSG
               NOT INVALID KEY
                   MOVE "ORDEM CANCELADA" TO MSG
                   MOVE "CANCELADA" TO WS-SITUACAO-DESC
                   DISPLAY TELA-DADOS
           END-REWRITE.

       CARREGA-ORDEM.
           MOVE ZERO TO WS-VARIACAO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE OM-ACAO (WS-IDX) TO WS-I-ACAO (WS-IDX)
               MOVE OM-SERVICO (WS-IDX) TO WS-I-SERVICO (WS-IDX)
               MOVE SPACES TO WS-I-DESC (WS-IDX)
               MOVE ZERO TO WS-I-PRECO (WS-IDX)
           END-PERFORM
           MOVE OM-TIPO-PACOTE-NOVO TO WS-TIPO-NOVO
           MOVE SPACES TO WS-TIPO-NOVO-DESC
           MOVE OM-DATA-EFETIVA TO WS-DATA-EFETIVA
           MOVE OM-VISITA TO WS-VISITA
           MOVE SPACES TO WS-OCORR-TELA WS-OCORR-DESC
           IF OM-PRECISA-VISITA
               STRING OM-CHAVE-OCORR (18:2) "/" OM-CHAVE-OCORR (16:2)
                   "/" OM-CHAVE-OCORR (12:4) " "
                   OM-CHAVE-OCORR (20:2) ":" OM-CHAVE-OCORR (22:2)
                   DELIMITED BY SIZE INTO WS-OCORR-TELA
           END-IF
           MOVE OM-VARIACAO TO WS-VARIACAO
           MOVE OM-CANAL TO WS-CANAL
           PERFORM DECODIFICA-CANAL
           MOVE "PENDENTE" TO WS-SITUACAO-DESC.

       DECODIFICA-CANAL.
           MOVE "N" TO FOUND-CANAL
           MOVE SPACES TO WS-CANAL-DESC
           SET IDX-CANAL TO 1
           SEARCH CANAL-ITEM
               AT END CONTINUE
               WHEN CNL-COD (IDX-CANAL) = WS-CANAL
                   MOVE "S" TO FOUND-CANAL
                   MOVE CNL-DESC (IDX-CANAL) TO WS-CANAL-DESC
           END-SEARCH.

       PEDE-CONFIRMACAO.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA
           PERFORM WITH TEST AFTER UNTIL WS-CONFIRMA = "S" OR "s"
                   OR "N" OR "n"
               ACCEPT S-CONFIRMA
           END-PERFORM.

       LIMPA-TELA.
           MOVE ZERO TO WS-CPF-NUM WS-VENCIMENTO WS-DATA-EFETIVA
               WS-VARIACAO WS-QTD-ATIVOS WS-QTD-ITENS CPF-RETORNO
           MOVE SPACES TO WS-CPF-BUSCA WS-NOME WS-PACOTE-ATUAL
               WS-CLI-CEP WS-ATIVOS WS-TIPO-NOVO WS-TIPO-NOVO-DESC
               WS-VISITA WS-CHAVE-OCORR WS-OCORR-TELA WS-OCORR-DESC
               WS-SITUACAO-DESC WS-CANAL WS-CANAL-DESC MSG
           INITIALIZE WS-ITENS-TAB
           PERFORM MOSTRA-TELA.

       MOSTRA-TELA.
           DISPLAY TELA
           IF WS-TREINO = "S"
               DISPLAY TELA-TREINO
           END-IF
           DISPLAY TELA-DADOS.
