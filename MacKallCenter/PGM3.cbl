               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

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

           SELECT ARQ-VINCULO ASSIGN TO "D:\VINCULOS.DAT"
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS ST-CONTATO.

           SELECT ARQ-EMITIDAS ASSIGN TO "D:\FATURAS_EMITIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-EMITIDAS.

           SELECT ARQ-PAGAMENTOS ASSIGN TO "D:\PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS ST-PAGAMENTO.

           SELECT ARQ-SCORE-CHURN ASSIGN TO "D:\SCORE_CHURN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CPF
               FILE STATUS IS ST-SCORE.

           SELECT ARQ-TEL-FALHA ASSIGN TO "D:\TELEFONES_FALHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FT-CPF
               FILE STATUS IS ST-TEL-FALHA.

           SELECT ARQ-AVISOS-REAJ ASSIGN TO "D:\AVISOS_REAJUSTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS ST-AVISO-REAJ.

           SELECT ARQ-DECLARACOES
               ASSIGN TO "D:\DECLARACOES_QUITACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-CHAVE
               FILE STATUS IS ST-DECLARACAO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
       FD ARQ-CONTATOS.
           COPY CONTCOPY.

      *the invoice ledger EMITE_FATURAS appends to.
       FD ARQ-EMITIDAS.
           COPY FEMCOPY.

       FD ARQ-PAGAMENTOS.
           COPY PAGCOPY.

       FD ARQ-SCORE-CHURN.
           COPY SCHCOPY.

       FD ARQ-TEL-FALHA.
           COPY FTLCOPY.

       FD ARQ-AVISOS-REAJ.
           COPY AVRCOPY.

       FD ARQ-DECLARACOES.
           COPY DQTCOPY.

       WORKING-STORAGE SECTION.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 WS-TREINO PIC X VALUE "N".
       77 FOUND-CPF PIC X.
       77 WS-ORIGEM-CONSENT PIC X VALUE "A".
       77 FOUND-OCORR PIC X.
       77 ACHOU-OCORR PIC X VALUE "N".
       77 O-CPF-BUSCA PIC X(11).
               10 WS-CTT-EMAIL PIC X(35).
               10 WS-CTT-PREF PIC X(1).

      *the price-readjustment notices the client was sent, newest
      *last, for when they say they were never told.
       77 ST-AVISO-REAJ PIC XX VALUE SPACES.
       77 FOUND-AVISO-REAJ PIC X VALUE "N".
       77 WS-QTD-AVISOS PIC 99 VALUE ZERO.
       77 WS-IDX-AVISOS PIC 99 VALUE ZERO.
       01 WS-AVISOS-TAB.
           05 WS-AVISO-LINHA PIC X(70) OCCURS 8 TIMES.
       01 WS-AVISO-EDIT.
           05 WS-AE-VIG-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-AE-VIG-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-AE-VIG-ANO PIC 9999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-AE-AVISO-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-AE-AVISO-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-AE-AVISO-ANO PIC 9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AE-MEIO PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-AE-DESTINO PIC X(13).
           05 WS-AE-DE PIC ZZZ.ZZ9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AE-PARA PIC ZZZ.ZZ9,99.

      *the annual debt-discharge statements issued to the client,
      *one per base year, and the year a copy is asked for.
       77 ST-DECLARACAO PIC XX VALUE SPACES.
       77 FOUND-DECLARACAO PIC X VALUE "N".
       77 WS-QTD-DECLARACOES PIC 99 VALUE ZERO.
       77 WS-IDX-DECLARACOES PIC 99 VALUE ZERO.
       77 WS-ANO-VIA PIC 9(4) VALUE ZERO.
       77 WS-DQ-OPERACAO PIC X(1) VALUE "V".
       77 WS-DQ-RETORNO PIC 9 VALUE ZERO.
       01 WS-DECLARACOES-TAB.
           05 WS-DECLARACAO-LINHA PIC X(70) OCCURS 8 TIMES.
       01 WS-DECLARACAO-EDIT.
           05 WS-DE-ANO-BASE PIC 9999.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DE-EMISSAO-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-DE-EMISSAO-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-DE-EMISSAO-ANO PIC 9999.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DE-MESES PIC Z9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DE-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DE-VIAS PIC Z9.

       77 ST-NOTA PIC XX VALUE SPACES.
       77 FOUND-NOTA PIC X VALUE "N".
       77 WS-QTD-NOTAS PIC 99 VALUE ZERO.
               10 WS-NOT-OPERADOR PIC X(5).
               10 WS-NOT-TEXTO PIC X(45).

      *the account statement: every invoice (at its gross, with the
      *discount and outage credit netted on it as lines of their
      *own) and every payment, in date order, with the running
      *balance. Positive is owed by the client.
       77 ST-EMITIDAS PIC XX VALUE SPACES.
       77 ST-PAGAMENTO PIC XX VALUE SPACES.
       77 FOUND-PAG PIC X VALUE "N".
       77 WS-QTD-LANC PIC 9(3) VALUE ZERO.
       77 WS-IDX-LANC PIC 9(3) VALUE ZERO.
       77 WS-POS-LANC PIC 9(3) VALUE ZERO.
       77 WS-EXTRATO-CHEIO PIC X VALUE "N".
       77 WS-NOVO-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-NOVO-HIST PIC X(22) VALUE SPACES.
       77 WS-NOVO-VALOR PIC S9(7)V99 VALUE ZERO.
       77 WS-SALDO-EXTRATO PIC S9(9)V99 VALUE ZERO.
       77 WS-SALDO-FINAL PIC S9(9)V99 VALUE ZERO.
       77 WS-EXT-COMPETENCIA PIC 9(6) VALUE ZERO.
       77 WS-EXT-BRUTO PIC 9(7)V99 VALUE ZERO.
       77 WS-IDX-TELA PIC 99 VALUE ZERO.
       01 WS-LANC-TAB.
           05 WS-LANC OCCURS 300 TIMES.
               10 WS-LANC-DATA8 PIC 9(8).
               10 WS-LANC-HIST PIC X(22).
               10 WS-LANC-VALOR PIC S9(7)V99.
       01 WS-EXT-TELA-TAB.
           05 WS-EXT-LINHA PIC X(70) OCCURS 12 TIMES.
       01 WS-EXT-EDIT.
           05 WS-EE-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-EE-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-EE-ANO PIC 9999.
           05 FILLER PIC X VALUE SPACE.
           05 WS-EE-HIST PIC X(22).
           05 WS-EE-DEBITO PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 WS-EE-CREDITO PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 WS-EE-SALDO PIC --.---.--9,99.
       77 WS-SALDO-EDIT PIC --.---.--9,99.
       77 WS-SALDO-SITUACAO PIC X(20) VALUE SPACES.

      *the churn-risk score the nightly RISCO_EVASAO run left for the
      *client, so the attendant knows to handle the call carefully.
       77 ST-SCORE PIC XX VALUE SPACES.
       77 WS-RISCO-PONTOS PIC ZZ9.
       77 WS-RISCO-TELA PIC X(38) VALUE SPACES.
       77 WS-RISCO-ALTO PIC X VALUE "N".

      *set when the nightly SMS receipts left the client's phone on
      *file failing with nothing else to reach them on.
       77 ST-TEL-FALHA PIC XX VALUE SPACES.
       77 WS-TEL-FALHANDO PIC X VALUE "N".

      *what the ficha shows of CPF, address and phone: the full
      *values for a supervisor or while the client has a case open,
      *masked otherwise (Nivel_Mascara / Mascara_Dado).
       77 WS-REL-TELA PIC X(20) VALUE SPACES.
       77 WS-CPF-NIVEL PIC X(11) VALUE SPACES.
       77 WS-NIVEL-DADOS PIC X VALUE "M".
       77 WS-TIPO-DADO PIC X VALUE SPACE.
       77 WS-DADO-MASCARA PIC X(45) VALUE SPACES.
       77 WS-TELA-CPF PIC X(14) VALUE SPACES.
       77 WS-TELA-ENDERECO PIC X(45) VALUE SPACES.
       77 WS-TELA-TELEFONE PIC X(9) VALUE SPACES.

      *every client put on screen is logged through Registra_Acesso
      *with how the operator got to it.
       77 WS-ACS-CPF PIC X(11) VALUE SPACES.
       77 WS-ACS-METODO PIC X(20) VALUE SPACES.
       77 WS-ACS-PROGRAMA PIC X(5) VALUE "PGM3".
       77 WS-ACS-TIPO PIC X VALUE SPACE.
       77 WS-IDX-ACS PIC 99 VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).

       77 WS-NOME-BUSCA PIC X(30) VALUE SPACES.
       77 WS-NOME-BUSCA-LEN PIC 99 VALUE ZERO.
       77 WS-QTD-RESULT PIC 99 VALUE ZERO.
       77 WS-CPF-ESCOLHIDO PIC 9(11) VALUE ZERO.

           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE "BUSCA DE CLIENTE POR NOME".
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 09 COLUMN 04 VALUE "INICIO DO NOME.......: [".
           05 S-NOME-BUSCA LINE 09 COLUMN 28 PIC X(30) TO WS-NOME-BUSCA.
           05 LINE 09 COLUMN 58 VALUE "]".
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 30 VALUE "MACKALLCENTER - FICHA DO CLIENTE".
           05 LINE 05 COLUMN 04 VALUE
              "CPF............: [              ]".
           05 LINE 05 COLUMN 23 PIC X(14) FROM WS-TELA-CPF.
           05 LINE 06 COLUMN 04 VALUE "NOME...........: ".
           05 LINE 06 COLUMN 22 USING NOME.
           05 LINE 07 COLUMN 04 VALUE "ENDERECO.......: ".
           05 LINE 07 COLUMN 22 PIC X(45) FROM WS-TELA-ENDERECO.
           05 LINE 08 COLUMN 04 VALUE "BAIRRO/CIDADE..: ".
           05 LINE 08 COLUMN 22 USING BAIRRO.
           05 LINE 08 COLUMN 44 USING CIDADE.
           05 LINE 09 COLUMN 26 USING CEP.
           05 LINE 10 COLUMN 04 VALUE "TELEFONE.......: ".
           05 LINE 10 COLUMN 22 USING DDD.
           05 LINE 10 COLUMN 25 PIC X(9) FROM WS-TELA-TELEFONE.
           05 LINE 11 COLUMN 04 VALUE "TIPO PACOTE....: ".
           05 LINE 11 COLUMN 22 USING TIPO-PACOTE.
           05 LINE 11 COLUMN 28 VALUE "ASSINATURAS: ".
           05 LINE 11 COLUMN 41 USING WS-ASSINATURAS-LISTA.
           05 LINE 12 COLUMN 04 VALUE "QTDE PONTOS....: ".
           05 LINE 12 COLUMN 22 USING QTDE-PONTOS-RESIDENCIA.
           05 LINE 12 COLUMN 28 VALUE "RISCO EVASAO: ".
           05 LINE 12 COLUMN 42 PIC X(38) FROM WS-RISCO-TELA.
           05 LINE 13 COLUMN 04 VALUE "DIA VENCIMENTO.: ".
           05 LINE 13 COLUMN 22 USING VENCIMENTO-FATURA.
           05 LINE 14 COLUMN 04 VALUE "CLIENTE DESDE..: ".
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER-11 LINE 22 COLUMN 80 TO CONFIRM.

       01 TELA-EXTRATO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 22 VALUE "EXTRATO DE CONTA DO CLIENTE".
           05 LINE 05 COLUMN 04 VALUE "DATA".
           05 LINE 05 COLUMN 15 VALUE "HISTORICO".
           05 LINE 05 COLUMN 41 VALUE "DEBITO".
           05 LINE 05 COLUMN 51 VALUE "CREDITO".
           05 LINE 05 COLUMN 67 VALUE "SALDO".
           05 LINE 06 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (1).
           05 LINE 07 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (2).
           05 LINE 08 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (3).
           05 LINE 09 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (4).
           05 LINE 10 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (5).
           05 LINE 11 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (6).
           05 LINE 12 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (7).
           05 LINE 13 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (8).
           05 LINE 14 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (9).
           05 LINE 15 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (10).
           05 LINE 16 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (11).
           05 LINE 17 COLUMN 04 PIC X(70) FROM WS-EXT-LINHA (12).
           05 LINE 19 COLUMN 04 VALUE "SALDO ATUAL....: ".
           05 LINE 19 COLUMN 22 PIC X(14) FROM WS-SALDO-EDIT.
           05 LINE 19 COLUMN 38 PIC X(20) FROM WS-SALDO-SITUACAO.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA-EXTRATO-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER-12 LINE 22 COLUMN 80 TO CONFIRM.

       01 TELA-AVISOS-REAJ.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 22 VALUE "AVISOS DE REAJUSTE ENVIADOS".
           05 LINE 05 COLUMN 04 VALUE "VIGENCIA".
           05 LINE 05 COLUMN 17 VALUE "AVISADO EM".
           05 LINE 05 COLUMN 29 VALUE "MEIO".
           05 LINE 05 COLUMN 35 VALUE "DESTINO".
           05 LINE 05 COLUMN 52 VALUE "DE".
           05 LINE 05 COLUMN 63 VALUE "PARA".
           05 LINE 06 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (1).
           05 LINE 07 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (2).
           05 LINE 08 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (3).
           05 LINE 09 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (4).
           05 LINE 10 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (5).
           05 LINE 11 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (6).
           05 LINE 12 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (7).
           05 LINE 13 COLUMN 04 PIC X(70) FROM WS-AVISO-LINHA (8).
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA-AVISOS-REAJ-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER-13 LINE 22 COLUMN 80 TO CONFIRM.

       01 TELA-DECLARACOES.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 18 VALUE
               "DECLARACOES ANUAIS DE QUITACAO EMITIDAS".
           05 LINE 05 COLUMN 04 VALUE "ANO-BASE".
           05 LINE 05 COLUMN 14 VALUE "EMITIDA EM".
           05 LINE 05 COLUMN 30 VALUE "MESES".
           05 LINE 05 COLUMN 46 VALUE "VALOR".
           05 LINE 05 COLUMN 58 VALUE "VIAS".
           05 LINE 06 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (1).
           05 LINE 07 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (2).
           05 LINE 08 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (3).
           05 LINE 09 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (4).
           05 LINE 10 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (5).
           05 LINE 11 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (6).
           05 LINE 12 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (7).
           05 LINE 13 COLUMN 04 PIC X(70) FROM WS-DECLARACAO-LINHA (8).
           05 LINE 16 COLUMN 04 VALUE
               "2A VIA DO ANO-BASE (AAAA, EM BRANCO = NENHUMA): ".
           05 ANO-VIA LINE 16 COLUMN 52 PIC 9(4) TO WS-ANO-VIA.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA-DECLARACOES-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER-14 LINE 22 COLUMN 80 TO CONFIRM.

       01 TELA-NOTAS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
               EXIT PROGRAM
           END-IF

           MOVE CPF TO WS-ACS-CPF
           MOVE "BUSCA-POR-CPF" TO WS-ACS-METODO
           MOVE "F" TO WS-ACS-TIPO
           PERFORM REGISTRA-ACESSO

           MOVE CPF TO O-CPF-BUSCA

           MOVE "N" TO FOUND-OCORR

           PERFORM MONTA-ASSINATURAS

           PERFORM BUSCA-RISCO-EVASAO
           PERFORM BUSCA-TELEFONE-FALHA
           PERFORM MASCARA-FICHA

           DISPLAY TELA2

           IF ACHOU-HIST = "S"
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RISCO-ALTO = "S" AND WS-TEL-FALHANDO = "S"
                   MOVE "ALTO RISCO + TELEFONE FALHANDO - ENTER"
                       TO MSG
               WHEN WS-RISCO-ALTO = "S"
                   MOVE "ALTO RISCO DE EVASAO - TECLE ENTER" TO MSG
               WHEN WS-TEL-FALHANDO = "S"
                   MOVE "TELEFONE FALHANDO - ATUALIZE CADASTRO"
                       TO MSG
               WHEN OTHER
                   MOVE "TECLE ENTER PARA VOLTAR" TO MSG
           END-EVALUATE
           DISPLAY TELA2-MENSAGEM
           ACCEPT PRESS-ENTER-2

           PERFORM MOSTRA-CONTATOS

      *with the customer on the line is when they tell us whether
      *they want marketing, so the register is offered right after
      *their contacts.
           CALL "Registra_Consentimento" USING CPF WS-ORIGEM-CONSENT

           PERFORM MOSTRA-EXTRATO
           PERFORM MOSTRA-AVISOS-REAJUSTE
           PERFORM MOSTRA-DECLARACOES

           IF ACHOU-OCORR = "S"
               PERFORM MOSTRA-NOTAS
           END-IF
               CLOSE ARQ-ASSINATURAS
           END-IF.

      *BUSCA-RISCO-EVASAO reads the client's score off SCORE_CHURN.DAT;
      *a CPF not on it had no warning sign on file last night.
       BUSCA-RISCO-EVASAO.
           MOVE "N" TO WS-RISCO-ALTO
           MOVE "SEM SINAIS DE RISCO" TO WS-RISCO-TELA
           OPEN INPUT ARQ-SCORE-CHURN
           IF ST-SCORE = "00"
               MOVE CPF TO SC-CPF
               READ ARQ-SCORE-CHURN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SC-PONTOS TO WS-RISCO-PONTOS
                       MOVE SPACES TO WS-RISCO-TELA
                       IF SC-RISCO-ALTO
                           MOVE "S" TO WS-RISCO-ALTO
                           STRING WS-RISCO-PONTOS " ALTO - " SC-MOTIVO
                               DELIMITED BY SIZE INTO WS-RISCO-TELA
                       ELSE
                           STRING WS-RISCO-PONTOS " - " SC-MOTIVO
                               DELIMITED BY SIZE INTO WS-RISCO-TELA
                       END-IF
               END-READ
               CLOSE ARQ-SCORE-CHURN
           END-IF.

      *MASCARA-FICHA sets the level for the client on the ficha (it
      *also serves the contacts page after it) and fills the masked
      *copies of CPF, address and phone the screen shows.
       MASCARA-FICHA.
           MOVE CPF TO WS-CPF-NIVEL
           CALL "Nivel_Mascara" USING WS-REL-TELA WS-CPF-NIVEL
               WS-NIVEL-DADOS

           MOVE CPF TO WS-DADO-MASCARA
           MOVE "C" TO WS-TIPO-DADO
           CALL "Mascara_Dado" USING WS-NIVEL-DADOS WS-TIPO-DADO
               WS-DADO-MASCARA
           MOVE WS-DADO-MASCARA TO WS-TELA-CPF

           MOVE ENDERECO TO WS-DADO-MASCARA
           MOVE "E" TO WS-TIPO-DADO
           CALL "Mascara_Dado" USING WS-NIVEL-DADOS WS-TIPO-DADO
               WS-DADO-MASCARA
           MOVE WS-DADO-MASCARA TO WS-TELA-ENDERECO

           MOVE TELEFONE TO WS-DADO-MASCARA
           MOVE "T" TO WS-TIPO-DADO
           CALL "Mascara_Dado" USING WS-NIVEL-DADOS WS-TIPO-DADO
               WS-DADO-MASCARA
           MOVE WS-DADO-MASCARA TO WS-TELA-TELEFONE.

      *BUSCA-TELEFONE-FALHA looks the client up on the worklist the
      *SMS receipts feed; the row only counts while it is still about
      *the phone on file, since a number changed today has not been
      *through the nightly review yet.
       BUSCA-TELEFONE-FALHA.
           MOVE "N" TO WS-TEL-FALHANDO
           OPEN INPUT ARQ-TEL-FALHA
           IF ST-TEL-FALHA = "00"
               MOVE CPF TO FT-CPF
               READ ARQ-TEL-FALHA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FT-DDD = DDD AND FT-TELEFONE = TELEFONE
                           MOVE "S" TO WS-TEL-FALHANDO
                       END-IF
               END-READ
               CLOSE ARQ-TEL-FALHA
           END-IF.

      *BUSCA-POR-TELEFONE answers "who is calling from this number"
      *off the TELEFONES.DAT cross reference instead of scanning the
      *whole client base -- fast enough to use with the customer on
               EXIT PARAGRAPH
           END-IF

           MOVE "BUSCA-POR-TELEFONE" TO WS-ACS-METODO
           PERFORM REGISTRA-LISTA-NOME

           DISPLAY TELA-LISTA-NOME
           MOVE "TECLE ENTER PARA VOLTAR AO MENU" TO MSG
           DISPLAY TELA-LISTA-MENSAGEM
                           MOVE CT-EMAIL (1:35) TO
                               WS-CTT-EMAIL (WS-QTD-CONTATOS)
                       ELSE
                           MOVE CT-NUMERO TO WS-DADO-MASCARA
                           MOVE "T" TO WS-TIPO-DADO
                           CALL "Mascara_Dado" USING WS-NIVEL-DADOS
                               WS-TIPO-DADO WS-DADO-MASCARA
                           STRING "(" CT-DDD ")" WS-DADO-MASCARA (1:9)
                               DELIMITED BY SIZE INTO
                               WS-CTT-FONE (WS-QTD-CONTATOS)
                       END-IF
               ACCEPT PRESS-ENTER-11
           END-IF.

      *MOSTRA-EXTRATO answers "quanto eu devo?" with the caller on
      *the line: the client's invoices from the EMITE_FATURAS ledger
      *and payments from PAGAMENTOS.DAT are merged in date order and
      *paged twelve lines at a time, the balance after each line on
      *its right and the current balance under every page. Nothing
      *is shown for a client never invoiced nor paid.
       MOSTRA-EXTRATO.
           MOVE ZERO TO WS-QTD-LANC WS-SALDO-FINAL
           MOVE "N" TO WS-EXTRATO-CHEIO

           OPEN INPUT ARQ-EMITIDAS
           IF ST-EMITIDAS = "00"
               PERFORM UNTIL ST-EMITIDAS = "10"
                   READ ARQ-EMITIDAS
                       AT END MOVE "10" TO ST-EMITIDAS
                       NOT AT END
                           IF EM-CPF = CPF
                               PERFORM LANCA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMITIDAS
           END-IF

           OPEN INPUT ARQ-PAGAMENTOS
           IF ST-PAGAMENTO = "00"
               MOVE CPF TO PG-CPF
               MOVE ZEROS TO PG-DATA-PAGAMENTO PG-SEQ
               START ARQ-PAGAMENTOS KEY IS >= PG-CHAVE
                   INVALID KEY MOVE "N" TO FOUND-PAG
                   NOT INVALID KEY MOVE "S" TO FOUND-PAG
               END-START
               PERFORM WITH TEST BEFORE UNTIL FOUND-PAG = "N"
                   READ ARQ-PAGAMENTOS NEXT RECORD
                       AT END MOVE "N" TO FOUND-PAG
                   END-READ
                   IF FOUND-PAG = "S" AND PG-CPF = CPF
                       MOVE PG-DATA-PAGAMENTO TO WS-NOVO-DATA8
                       MOVE SPACES TO WS-NOVO-HIST
                       STRING "PAGAMENTO " PG-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-NOVO-HIST
                       COMPUTE WS-NOVO-VALOR = ZERO - PG-VALOR
                       PERFORM INCLUI-LANCAMENTO
                   ELSE
                       MOVE "N" TO FOUND-PAG
                   END-IF
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF

           IF WS-QTD-LANC = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SALDO-FINAL TO WS-SALDO-EDIT
           EVALUATE TRUE
               WHEN WS-SALDO-FINAL > ZERO
                   MOVE "(A PAGAR)" TO WS-SALDO-SITUACAO
               WHEN WS-SALDO-FINAL < ZERO
                   MOVE "(A FAVOR DO CLIENTE)" TO WS-SALDO-SITUACAO
               WHEN OTHER
                   MOVE "(EM DIA)" TO WS-SALDO-SITUACAO
           END-EVALUATE

           MOVE ZERO TO WS-SALDO-EXTRATO WS-IDX-TELA
           MOVE SPACES TO WS-EXT-TELA-TAB
           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
                   UNTIL WS-IDX-LANC > WS-QTD-LANC
               ADD WS-LANC-VALOR (WS-IDX-LANC) TO WS-SALDO-EXTRATO
               MOVE WS-LANC-DATA8 (WS-IDX-LANC) (7:2) TO WS-EE-DIA
               MOVE WS-LANC-DATA8 (WS-IDX-LANC) (5:2) TO WS-EE-MES
               MOVE WS-LANC-DATA8 (WS-IDX-LANC) (1:4) TO WS-EE-ANO
               MOVE WS-LANC-HIST (WS-IDX-LANC) TO WS-EE-HIST
               IF WS-LANC-VALOR (WS-IDX-LANC) > ZERO
                   MOVE WS-LANC-VALOR (WS-IDX-LANC) TO WS-EE-DEBITO
                   MOVE ZERO TO WS-EE-CREDITO
               ELSE
                   MOVE ZERO TO WS-EE-DEBITO
                   COMPUTE WS-EE-CREDITO =
                       ZERO - WS-LANC-VALOR (WS-IDX-LANC)
               END-IF
               MOVE WS-SALDO-EXTRATO TO WS-EE-SALDO
               ADD 1 TO WS-IDX-TELA
               MOVE WS-EXT-EDIT TO WS-EXT-LINHA (WS-IDX-TELA)
               IF WS-IDX-TELA = 12 OR WS-IDX-LANC = WS-QTD-LANC
                   DISPLAY TELA-EXTRATO
                   IF WS-IDX-LANC = WS-QTD-LANC
                       IF WS-EXTRATO-CHEIO = "S"
                           MOVE "EXTRATO LIMITADO A 300 LANCAMENTOS"
                               TO MSG
                       ELSE
                           MOVE "TECLE ENTER PARA CONTINUAR" TO MSG
                       END-IF
                   ELSE
                       MOVE "TECLE ENTER PARA A PROXIMA PAGINA"
                           TO MSG
                   END-IF
                   DISPLAY TELA-EXTRATO-MENSAGEM
                   ACCEPT PRESS-ENTER-12
                   MOVE ZERO TO WS-IDX-TELA
                   MOVE SPACES TO WS-EXT-TELA-TAB
               END-IF
           END-PERFORM.

      *MOSTRA-AVISOS-REAJUSTE puts up the last eight readjustment
      *notices REAJUSTE_PACOTES sent the client -- vigencia, the day
      *it went out, SMS or letter, the number texted and the monthly
      *price before and after -- the proof when a customer disputes
      *having been told. Nothing is shown for a client never sent one.
       MOSTRA-AVISOS-REAJUSTE.
           MOVE ZERO TO WS-QTD-AVISOS
           MOVE SPACES TO WS-AVISOS-TAB

           OPEN INPUT ARQ-AVISOS-REAJ
           IF ST-AVISO-REAJ NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CPF TO AR-CPF
           MOVE ZERO TO AR-VIGENCIA
           START ARQ-AVISOS-REAJ KEY IS >= AR-CHAVE
               INVALID KEY MOVE "N" TO FOUND-AVISO-REAJ
               NOT INVALID KEY MOVE "S" TO FOUND-AVISO-REAJ
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-AVISO-REAJ = "N"
               READ ARQ-AVISOS-REAJ NEXT RECORD
                   AT END MOVE "N" TO FOUND-AVISO-REAJ
               END-READ
               IF FOUND-AVISO-REAJ = "S" AND AR-CPF = CPF
                   PERFORM GUARDA-AVISO-REAJUSTE
               ELSE
                   MOVE "N" TO FOUND-AVISO-REAJ
               END-IF
           END-PERFORM
           CLOSE ARQ-AVISOS-REAJ

           IF WS-QTD-AVISOS > ZERO
               DISPLAY TELA-AVISOS-REAJ
               MOVE "TECLE ENTER PARA CONTINUAR" TO MSG
               DISPLAY TELA-AVISOS-REAJ-MENSAGEM
               ACCEPT PRESS-ENTER-13
           END-IF.

      *the file runs oldest vigencia first, so once eight are held
      *each further one pushes the oldest off the top.
       GUARDA-AVISO-REAJUSTE.
           IF WS-QTD-AVISOS = 8
               PERFORM VARYING WS-IDX-AVISOS FROM 1 BY 1
                       UNTIL WS-IDX-AVISOS > 7
                   MOVE WS-AVISO-LINHA (WS-IDX-AVISOS + 1)
                       TO WS-AVISO-LINHA (WS-IDX-AVISOS)
               END-PERFORM
           ELSE
               ADD 1 TO WS-QTD-AVISOS
           END-IF

           MOVE AR-VIGENCIA (7:2) TO WS-AE-VIG-DIA
           MOVE AR-VIGENCIA (5:2) TO WS-AE-VIG-MES
           MOVE AR-VIGENCIA (1:4) TO WS-AE-VIG-ANO
           MOVE AR-DATA-AVISO (7:2) TO WS-AE-AVISO-DIA
           MOVE AR-DATA-AVISO (5:2) TO WS-AE-AVISO-MES
           MOVE AR-DATA-AVISO (1:4) TO WS-AE-AVISO-ANO
           MOVE SPACES TO WS-AE-DESTINO
           IF AR-POR-SMS
               MOVE "SMS" TO WS-AE-MEIO
               MOVE AR-TELEFONE TO WS-DADO-MASCARA
               MOVE "T" TO WS-TIPO-DADO
               CALL "Mascara_Dado" USING WS-NIVEL-DADOS
                   WS-TIPO-DADO WS-DADO-MASCARA
               STRING "(" AR-DDD ")" WS-DADO-MASCARA (1:9)
                   DELIMITED BY SIZE INTO WS-AE-DESTINO
           ELSE
               MOVE "CARTA" TO WS-AE-MEIO
               MOVE "ENDERECO" TO WS-AE-DESTINO
           END-IF
           MOVE AR-VALOR-ANTERIOR TO WS-AE-DE
           MOVE AR-VALOR-NOVO TO WS-AE-PARA
           MOVE WS-AVISO-EDIT TO WS-AVISO-LINHA (WS-QTD-AVISOS).

      *MOSTRA-DECLARACOES lists the annual debt-discharge statements
      *DECLARACAO_QUITACAO issued the client -- base year, day of
      *issue, months covered, amount and copies already made -- and
      *reprints a copy of the year the customer asks for. Nothing is
      *shown for a client never issued one.
       MOSTRA-DECLARACOES.
           MOVE ZERO TO WS-QTD-DECLARACOES
           MOVE SPACES TO WS-DECLARACOES-TAB

           OPEN INPUT ARQ-DECLARACOES
           IF ST-DECLARACAO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CPF TO DQ-CPF
           MOVE ZERO TO DQ-ANO-BASE
           START ARQ-DECLARACOES KEY IS >= DQ-CHAVE
               INVALID KEY MOVE "N" TO FOUND-DECLARACAO
               NOT INVALID KEY MOVE "S" TO FOUND-DECLARACAO
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-DECLARACAO = "N"
               READ ARQ-DECLARACOES NEXT RECORD
                   AT END MOVE "N" TO FOUND-DECLARACAO
               END-READ
               IF FOUND-DECLARACAO = "S" AND DQ-CPF = CPF
                   PERFORM GUARDA-DECLARACAO
               ELSE
                   MOVE "N" TO FOUND-DECLARACAO
               END-IF
           END-PERFORM
           CLOSE ARQ-DECLARACOES

           IF WS-QTD-DECLARACOES = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ANO-VIA
           DISPLAY TELA-DECLARACOES
           ACCEPT ANO-VIA
           IF WS-ANO-VIA = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE "V" TO WS-DQ-OPERACAO
           CALL "Emite_Declaracao_Quitacao" USING WS-DQ-OPERACAO
               WS-CPF WS-ANO-VIA WS-DQ-RETORNO
           EVALUATE WS-DQ-RETORNO
               WHEN 1
                   MOVE "2A VIA DA DECLARACAO IMPRESSA" TO MSG
               WHEN 3
                   MOVE "TREINAMENTO - 2A VIA NAO EMITIDA" TO MSG
               WHEN OTHER
                   MOVE "NAO HA DECLARACAO DESSE ANO-BASE" TO MSG
           END-EVALUATE
           DISPLAY TELA-DECLARACOES-MENSAGEM
           ACCEPT PRESS-ENTER-14.

      *one row per base year, oldest first, so once eight are held
      *each further one pushes the oldest off the top.
       GUARDA-DECLARACAO.
           IF WS-QTD-DECLARACOES = 8
               PERFORM VARYING WS-IDX-DECLARACOES FROM 1 BY 1
                       UNTIL WS-IDX-DECLARACOES > 7
                   MOVE WS-DECLARACAO-LINHA (WS-IDX-DECLARACOES + 1)
                       TO WS-DECLARACAO-LINHA (WS-IDX-DECLARACOES)
               END-PERFORM
           ELSE
               ADD 1 TO WS-QTD-DECLARACOES
           END-IF

           MOVE DQ-ANO-BASE TO WS-DE-ANO-BASE
           MOVE DQ-DATA-EMISSAO (7:2) TO WS-DE-EMISSAO-DIA
           MOVE DQ-DATA-EMISSAO (5:2) TO WS-DE-EMISSAO-MES
           MOVE DQ-DATA-EMISSAO (1:4) TO WS-DE-EMISSAO-ANO
           MOVE DQ-QTDE-MESES TO WS-DE-MESES
           MOVE DQ-VALOR-TOTAL TO WS-DE-VALOR
           MOVE DQ-QTDE-VIAS TO WS-DE-VIAS
           MOVE WS-DECLARACAO-EDIT
               TO WS-DECLARACAO-LINHA (WS-QTD-DECLARACOES).

      *an invoice goes in at its gross; the promotional discount and
      *the outage credit it carried come off as credit lines dated
      *the same day, so the three add up to what the boleto charged.
       LANCA-FATURA.
           MOVE EM-DATA-EMISSAO (7:4) TO WS-NOVO-DATA8 (1:4)
           MOVE EM-DATA-EMISSAO (4:2) TO WS-NOVO-DATA8 (5:2)
           MOVE EM-DATA-EMISSAO (1:2) TO WS-NOVO-DATA8 (7:2)
           IF EM-COMPETENCIA IS NUMERIC AND EM-COMPETENCIA > ZERO
               MOVE EM-COMPETENCIA TO WS-EXT-COMPETENCIA
               MOVE EM-VALOR-BRUTO TO WS-EXT-BRUTO
           ELSE
               MOVE WS-NOVO-DATA8 (1:6) TO WS-EXT-COMPETENCIA
               MOVE EM-VALOR TO WS-EXT-BRUTO
               MOVE ZERO TO EM-VALOR-DESCONTO EM-VALOR-CREDITO
           END-IF

           MOVE SPACES TO WS-NOVO-HIST
           STRING "FATURA " WS-EXT-COMPETENCIA
               DELIMITED BY SIZE INTO WS-NOVO-HIST
           MOVE WS-EXT-BRUTO TO WS-NOVO-VALOR
           PERFORM INCLUI-LANCAMENTO

           IF EM-VALOR-DESCONTO > ZERO
               MOVE SPACES TO WS-NOVO-HIST
               STRING "DESCONTO " WS-EXT-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-NOVO-HIST
               COMPUTE WS-NOVO-VALOR = ZERO - EM-VALOR-DESCONTO
               PERFORM INCLUI-LANCAMENTO
           END-IF

           IF EM-VALOR-CREDITO > ZERO
               MOVE SPACES TO WS-NOVO-HIST
               STRING "CREDITO " WS-EXT-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-NOVO-HIST
               COMPUTE WS-NOVO-VALOR = ZERO - EM-VALOR-CREDITO
               PERFORM INCLUI-LANCAMENTO
           END-IF.

      *INCLUI-LANCAMENTO slots the new line after every line already
      *dated the same day or earlier, keeping the table in date
      *order whichever file it came from. The balance always counts
      *the line, even once the table is full.
       INCLUI-LANCAMENTO.
           ADD WS-NOVO-VALOR TO WS-SALDO-FINAL
           IF WS-QTD-LANC = 300
               MOVE "S" TO WS-EXTRATO-CHEIO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QTD-LANC TO WS-POS-LANC
           PERFORM UNTIL WS-POS-LANC = ZERO
                   OR WS-LANC-DATA8 (WS-POS-LANC) <= WS-NOVO-DATA8
               MOVE WS-LANC (WS-POS-LANC) TO WS-LANC (WS-POS-LANC + 1)
               SUBTRACT 1 FROM WS-POS-LANC
           END-PERFORM
           ADD 1 TO WS-QTD-LANC
           MOVE WS-NOVO-DATA8 TO WS-LANC-DATA8 (WS-POS-LANC + 1)
           MOVE WS-NOVO-HIST TO WS-LANC-HIST (WS-POS-LANC + 1)
           MOVE WS-NOVO-VALOR TO WS-LANC-VALOR (WS-POS-LANC + 1).

      *MOSTRA-NOTAS pages the occurrence's NOTAS.DAT narrative in
      *chronological order -- NT-CHAVE sorts by occurrence key then
      *note date/time, so a forward read from the occurrence's own
           PERFORM DECODE-STATUS
           PERFORM DECODE-ANDAMENTO

           MOVE O-CPF TO WS-ACS-CPF
           MOVE "BUSCA-POR-PROTOCOLO" TO WS-ACS-METODO
           MOVE "F" TO WS-ACS-TIPO
           PERFORM REGISTRA-ACESSO

           DISPLAY TELA-PROTOCOLO
           IF WS-OCORR-ARQUIVADA = "S"
               DISPLAY TELA-PROTOCOLO-ARQUIVADA
               EXIT PARAGRAPH
           END-IF

      *positions on the NOME index at the typed beginning of the name
      *and reads forward only while the names still start with it,
      *instead of testing every client on file.
           MOVE ZERO TO WS-QTD-RESULT
           MOVE WS-NOME-BUSCA TO NOME

           OPEN INPUT ARQ-CLIENTE
               START ARQ-CLIENTE KEY IS >= NOME
                   INVALID KEY MOVE "N" TO FOUND-CPF
                   NOT INVALID KEY MOVE "S" TO FOUND-CPF
               END-START
                       AT END MOVE "N" TO FOUND-CPF
                   END-READ
                   IF FOUND-CPF = "S"
                       IF NOME (1 : WS-NOME-BUSCA-LEN) NOT =
                               WS-NOME-BUSCA (1 : WS-NOME-BUSCA-LEN)
                               OR WS-QTD-RESULT = 10
                           MOVE "N" TO FOUND-CPF
                       ELSE
                           ADD 1 TO WS-QTD-RESULT
                           MOVE CPF TO WS-RES-CPF (WS-QTD-RESULT)
                           MOVE NOME TO WS-RES-NOME (WS-QTD-RESULT)
               EXIT PARAGRAPH
           END-IF

           MOVE "BUSCA-POR-NOME" TO WS-ACS-METODO
           PERFORM REGISTRA-LISTA-NOME

           DISPLAY TELA-LISTA-NOME
           MOVE "TECLE ENTER PARA VOLTAR AO MENU" TO MSG
           DISPLAY TELA-LISTA-MENSAGEM
               CALL "Menu_Principal"
           END-IF.

      *the name and phone searches share one result list; each CPF
      *on it is logged as seen, the list being name plus CPF.
       REGISTRA-LISTA-NOME.
           MOVE "L" TO WS-ACS-TIPO
           PERFORM VARYING WS-IDX-ACS FROM 1 BY 1
                   UNTIL WS-IDX-ACS > WS-QTD-RESULT
               MOVE WS-RES-CPF (WS-IDX-ACS) TO WS-ACS-CPF
               PERFORM REGISTRA-ACESSO
           END-PERFORM.

       REGISTRA-ACESSO.
           CALL "Registra_Acesso" USING WS-ACS-CPF WS-ACS-METODO
               WS-ACS-PROGRAMA WS-ACS-TIPO.

       BUSCA-POR-DESCRICAO.
           DISPLAY TELA-BUSCA-DESCRICAO.
           ACCEPT S-DESC-BUSCA.
               EXIT PARAGRAPH
           END-IF

           MOVE "BUSCA-POR-DESCRICAO" TO WS-ACS-METODO
           MOVE "L" TO WS-ACS-TIPO
           PERFORM VARYING WS-IDX-ACS FROM 1 BY 1
                   UNTIL WS-IDX-ACS > WS-QTD-RESULT-OCO
               MOVE WS-RESOC-CPF (WS-IDX-ACS) TO WS-ACS-CPF
               PERFORM REGISTRA-ACESSO
           END-PERFORM

           DISPLAY TELA-LISTA-DESCRICAO
           MOVE "TECLE ENTER PARA VOLTAR AO MENU" TO MSG
           DISPLAY TELA-LISTA-DESC-MENSAGEM
