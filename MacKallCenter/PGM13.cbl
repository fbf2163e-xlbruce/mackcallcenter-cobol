               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-MOTIVOS ASSIGN TO "D:\MOTIVOSCANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-CODIGO
               FILE STATUS IS ST-MOTIVO.

           SELECT ARQ-CANCELAMENTOS ASSIGN TO "D:\CANCELAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               FILE STATUS IS ST-CANCELAMENTO.

           SELECT ARQ-DESCONTOS ASSIGN TO "D:\DESCONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-CPF
               FILE STATUS IS ST-DESCONTO.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

           SELECT ARQ-PONTOS-HIST ASSIGN TO "D:\PONTOSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-CHAVE
               FILE STATUS IS ST-HIST.

           SELECT ARQ-CLIENTE-HIST ASSIGN TO "D:\CLIHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-CHAVE
               FILE STATUS IS ST-CLIENTE-HIST.

           SELECT ARQ-FIDELIDADE ASSIGN TO "D:\FIDELIDADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CHAVE
               FILE STATUS IS ST-FIDELIDADE.

       data division.
       FILE SECTION.
       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-MOTIVOS.
           COPY MOTCOPY.

       FD ARQ-CANCELAMENTOS.
           COPY CANCCOPY.

       FD ARQ-DESCONTOS.
           COPY DESCCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       FD ARQ-PONTOS-HIST.
           COPY PTSHISTCOPY.

       FD ARQ-CLIENTE-HIST.
           COPY CLIHISTCOPY.

       FD ARQ-FIDELIDADE.
           COPY FIDCOPY.

       working-storage section.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-MOTIVO PIC XX VALUE SPACES.
       77 ST-CANCELAMENTO PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 ST-DESCONTO PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 ST-CLIENTE-HIST PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-CPF PIC X VALUE SPACE.
       77 FOUND-MOTIVO PIC X VALUE SPACE.
       77 MSG PIC X(39) VALUE SPACES.
       77 ESCOLHE PIC X VALUE SPACE.
       77 WS-ACEITOU PIC X VALUE SPACE.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
           COPY OPERSESSCOPY.
       01 WS-SESSAO-ATENDENTE PIC X(36) VALUE SPACES.
       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
       01 WS-CPF-DIGITS REDEFINES WS-CPF-CHECK.
           05 DIA PIC 99.
           05 MES PIC 99.
           05 ANO PIC 9999.
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).
       01 LINHA.
           05 FILLER VALUE "   ".
           05 L PIC X(72) VALUE ALL "Í".
          05 WS-NOME PIC X(30).
          05 WS-STATUS-CLIENTE PIC X(1).

      *the retention desk: the reason is mandatory, the offer is
      *optional, and only an accepted offer touches the files behind
      *it (DESCONTOS, PONTOSHIST, the package on the client).
       77 WS-MOTIVO PIC X(3) VALUE SPACES.
       77 WS-MOTIVO-DESC PIC X(30) VALUE SPACES.
       77 WS-OFERTA PIC X VALUE SPACE.
       77 WS-OFERTA-OK PIC X VALUE "N".
       77 WS-OFERTA-APLICADA PIC X VALUE "N".
       77 WS-PERCENTUAL PIC 9(3) VALUE ZERO.
       77 WS-MESES PIC 9(2) VALUE ZERO.
       77 WS-MESES-TOTAL PIC 9(6) VALUE ZERO.
       77 WS-ANO-FIM PIC 9(4) VALUE ZERO.
       77 WS-MES-FIM PIC 9(2) VALUE ZERO.
       77 WS-PACOTE-ATUAL PIC X VALUE SPACE.
       77 WS-PRECO-ATUAL PIC 9(5)V99 VALUE ZERO.
       77 WS-PACOTE-NOVO PIC X VALUE SPACE.
       77 WS-PACOTE-DESC PIC X(20) VALUE SPACES.
       77 WS-PONTOS-EXTRA PIC 9 VALUE ZERO.
       77 WS-PONTOS-LIMITE PIC 9 VALUE ZERO.
       77 WS-SUPERVISOR-ID PIC X(5) VALUE SPACES.

      *loyalty contracts: what leaving now costs is shown before the
      *S/N, and a confirmed cancellation closes every contract of
      *the client with its fee set for the closing bill.
       77 ST-FIDELIDADE PIC XX VALUE SPACES.
       77 FOUND-FID PIC X VALUE "N".
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-COMPETENCIA PIC 9(6) VALUE ZERO.
       77 WS-MESES-DECORRIDOS PIC S9(4) VALUE ZERO.
       77 WS-MESES-RESTANTES PIC S9(4) VALUE ZERO.
       77 WS-MULTA-CONTRATO PIC 9(5)V99 VALUE ZERO.
       77 WS-MULTA-TOTAL PIC 9(5)V99 VALUE ZERO.
       77 WS-QTDE-CONTRATOS PIC 9(2) VALUE ZERO.
       01 WS-FID-INICIO.
           05 WS-FID-ANO PIC 9(4).
           05 WS-FID-MES PIC 9(2).
           05 WS-FID-DIA PIC 9(2).

       SCREEN SECTION.
       01  TELA.
           05 BLANK SCREEN.
           05 LINE 10 COLUMN 22 USING WS-NOME.
           05 LINE 11 COLUMN 22 USING WS-STATUS-CLIENTE.

       01 TELA-MOTIVO.
           05 LINE 13 COLUMN 04
           VALUE "MOTIVO.........: [   ]".
           05 S-MOTIVO LINE 13 COLUMN 22 PIC X(3) TO WS-MOTIVO.

       01 TELA-MOTIVO-DESC.
           05 LINE 13 COLUMN 22 PIC X(3) FROM WS-MOTIVO.
           05 LINE 13 COLUMN 27 PIC X(30) FROM WS-MOTIVO-DESC.

       01 TELA-OFERTA.
           05 LINE 15 COLUMN 04 VALUE
           "RETENCAO: D-DESCONTO P-PACOTE MENOR M-PONTOS N-NENHUMA".
           05 LINE 16 COLUMN 04
           VALUE "OFERTA.........: [ ]".
           05 S-OFERTA LINE 16 COLUMN 22 PIC X TO WS-OFERTA.

       01 TELA-DESCONTO.
           05 LINE 18 COLUMN 04
           VALUE "PERCENTUAL.....: [   ]   MESES: [  ]".
           05 S-PERCENTUAL LINE 18 COLUMN 22 PIC 9(3)
           TO WS-PERCENTUAL.
           05 S-MESES LINE 18 COLUMN 37 PIC 9(2) TO WS-MESES.

       01 TELA-PACOTE.
           05 LINE 19 COLUMN 04
           VALUE "PACOTE NOVO....: [ ]".
           05 S-PACOTE-NOVO LINE 19 COLUMN 22 PIC X
           TO WS-PACOTE-NOVO.

       01 TELA-PACOTE-DESC.
           05 LINE 19 COLUMN 25 PIC X(20) FROM WS-PACOTE-DESC.

       01 TELA-PONTOS.
           05 LINE 20 COLUMN 04
           VALUE "PONTOS EXTRAS..: [ ]   MAXIMO: ".
           05 LINE 20 COLUMN 36 PIC 9 FROM WS-PONTOS-LIMITE.
           05 S-PONTOS-EXTRA LINE 20 COLUMN 22 PIC 9
           TO WS-PONTOS-EXTRA.

       01 TELA-ACEITE.
           05 LINE 25 COLUMN 16 VALUE
              "CLIENTE ACEITOU A OFERTA (S/N)? [ ]".
           05 PICK-ACEITE LINE 25 COLUMN 49 PIC X TO WS-ACEITOU.

       01 TELA-MULTA.
           05 LINE 22 COLUMN 04
           VALUE "MULTA FIDELIDADE: R$".
           05 LINE 22 COLUMN 25 PIC ZZ.ZZ9,99 FROM WS-MULTA-TOTAL.
           05 LINE 22 COLUMN 35 VALUE "- CONTRATOS EM VIGOR:".
           05 LINE 22 COLUMN 57 PIC Z9 FROM WS-QTDE-CONTRATOS.

       01 TELA-ESCOLHE.
           05 LINE 25 COLUMN 16 VALUE
              "CANCELAR ESTE CLIENTE (S/N)? [ ]".
           MOVE FUNCTION CURRENT-DATE (5:2) TO MES
           MOVE FUNCTION CURRENT-DATE (1:4) TO ANO

      *the attendant working the desk is who the outcome is recorded
      *against, even if a supervisor signs a discount in halfway.
           MOVE WS-OPERADOR-SESSAO TO WS-SESSAO-ATENDENTE

           DISPLAY TELA.

           ACCEPT S-CPF.
               EXIT PROGRAM
           END-IF

      *no cancellation without a reason from the master: a client
      *who leaves for an unrecorded reason is lost to the churn
      *report as well as to us.
           OPEN INPUT ARQ-MOTIVOS
           IF ST-MOTIVO NOT = "00"
               MOVE "NENHUM MOTIVO DE CANCELAMENTO CADASTRADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               CLOSE ARQ-CLIENTES
               EXIT PROGRAM
           END-IF

           DISPLAY TELA-MOTIVO
           MOVE "N" TO FOUND-MOTIVO
           PERFORM WITH TEST AFTER UNTIL FOUND-MOTIVO = "S"
               ACCEPT S-MOTIVO
               MOVE WS-MOTIVO TO MC-CODIGO
               READ ARQ-MOTIVOS
                   INVALID KEY
                       MOVE "MOTIVO DE CANCELAMENTO INVALIDO" TO MSG
                       DISPLAY TELA-MENSAGEM
                       ACCEPT PRESS-ENTER
                   NOT INVALID KEY
                       IF MC-ATIVO = "N"
                           MOVE "MOTIVO DE CANCELAMENTO INATIVO" TO MSG
                           DISPLAY TELA-MENSAGEM
                           ACCEPT PRESS-ENTER
                       ELSE
                           MOVE "S" TO FOUND-MOTIVO
                           MOVE MC-DESCRICAO TO WS-MOTIVO-DESC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-MOTIVOS
           DISPLAY TELA-MOTIVO-DESC

      *before the S/N the desk puts the retention options we really
      *have to the customer; an offer that cannot be made (no
      *supervisor for the discount, no cheaper package, points
      *already at the limit) sends the attendant back to choose.
           MOVE TIPO-PACOTE TO WS-PACOTE-ATUAL
           DISPLAY TELA-OFERTA
           PERFORM WITH TEST AFTER UNTIL WS-OFERTA-OK = "S"
               MOVE SPACE TO WS-OFERTA
               PERFORM WITH TEST AFTER UNTIL
                       WS-OFERTA = "D" OR "P" OR "M" OR "N"
                   ACCEPT S-OFERTA
               END-PERFORM
               MOVE "S" TO WS-OFERTA-OK
               EVALUATE WS-OFERTA
                   WHEN "D"
                       PERFORM PREPARA-DESCONTO
                   WHEN "P"
                       PERFORM PREPARA-PACOTE
                   WHEN "M"
                       PERFORM PREPARA-PONTOS
               END-EVALUATE
           END-PERFORM

           IF WS-OFERTA NOT = "N"
               MOVE SPACE TO WS-ACEITOU
               DISPLAY TELA-ACEITE
               PERFORM WITH TEST AFTER UNTIL WS-ACEITOU = "S" OR "N"
                   ACCEPT PICK-ACEITE
               END-PERFORM
      *an offer that could not be written to file was never given
      *to the client, so no acceptance is recorded for it.
               IF WS-ACEITOU = "S"
                   PERFORM APLICA-OFERTA
                   IF WS-OFERTA-APLICADA = "S"
                       MOVE "A" TO CN-RESULTADO
                       PERFORM GRAVA-CANCELAMENTO
                   END-IF
                   CLOSE ARQ-CLIENTES
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
                   EXIT PROGRAM
               END-IF
           END-IF

      *the early-termination fee is put to the customer before they
      *confirm, not discovered on the last bill.
           PERFORM CALCULA-MULTA-FIDELIDADE
           IF WS-QTDE-CONTRATOS > ZERO
               DISPLAY TELA-MULTA
           END-IF

           DISPLAY TELA-ESCOLHE
           PERFORM WITH TEST AFTER UNTIL ESCOLHE = "S" OR "N"
               ACCEPT PICK-ESCOLHE
           END-PERFORM

           IF ESCOLHE = "N"
               MOVE "R" TO CN-RESULTADO
               PERFORM GRAVA-CANCELAMENTO
               MOVE "CANCELAMENTO NAO CONFIRMADO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               INVALID KEY
                   MOVE "ERRO AO CANCELAR CLIENTE" TO MSG
               NOT INVALID KEY
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-CLIENTE
                   MOVE "C" TO CN-RESULTADO
                   PERFORM GRAVA-CANCELAMENTO
                   MOVE "CLIENTE CANCELADO COM SUCESSO" TO MSG
                   PERFORM RESCINDE-CONTRATOS
           END-REWRITE

           CLOSE ARQ-CLIENTES
           ACCEPT PRESS-ENTER

       EXIT program

      *a retention discount is money given away, so the same
      *supervisor visto CADASTRO_DESCONTO sits behind is asked for
      *here; the attendant's session is put back afterwards.
       PREPARA-DESCONTO.
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           MOVE WS-OPERADOR-ID TO WS-SUPERVISOR-ID
           MOVE WS-SESSAO-ATENDENTE TO WS-OPERADOR-SESSAO
           PERFORM REEXIBE-TELA
           IF WS-VISTO-RETORNO NOT = 1
               MOVE "DESCONTO EXIGE VISTO DE SUPERVISOR" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               MOVE "N" TO WS-OFERTA-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY TELA-DESCONTO
           PERFORM WITH TEST AFTER UNTIL
                   WS-PERCENTUAL >= 1 AND WS-PERCENTUAL <= 100
               ACCEPT S-PERCENTUAL
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL
                   WS-MESES >= 1 AND WS-MESES <= 12
               ACCEPT S-MESES
           END-PERFORM.

      *a downgrade is only an offer when the package is really
      *cheaper than the one the customer has today.
       PREPARA-PACOTE.
           OPEN INPUT ARQ-PACOTES
           MOVE WS-PACOTE-ATUAL TO PAC-CODIGO
           READ ARQ-PACOTES
               INVALID KEY MOVE ZERO TO WS-PRECO-ATUAL
               NOT INVALID KEY MOVE PAC-PRECO TO WS-PRECO-ATUAL
           END-READ
           DISPLAY TELA-PACOTE
           ACCEPT S-PACOTE-NOVO
           MOVE WS-PACOTE-NOVO TO PAC-CODIGO
           READ ARQ-PACOTES
               INVALID KEY
                   MOVE "TIPO DE PACOTE INVALIDO" TO MSG
                   MOVE "N" TO WS-OFERTA-OK
               NOT INVALID KEY
                   MOVE PAC-DESCRICAO TO WS-PACOTE-DESC
                   IF PAC-ATIVO = "N"
                       MOVE "PACOTE DESCONTINUADO" TO MSG
                       MOVE "N" TO WS-OFERTA-OK
                   END-IF
                   IF PAC-PRECO NOT < WS-PRECO-ATUAL
                       MOVE "PACOTE NAO E MAIS BARATO QUE O ATUAL"
                           TO MSG
                       MOVE "N" TO WS-OFERTA-OK
                   END-IF
           END-READ
           CLOSE ARQ-PACOTES
           IF WS-OFERTA-OK = "N"
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
           ELSE
               DISPLAY TELA-PACOTE-DESC
           END-IF.

      *the points balance is a single digit on the client record, so
      *the offer can only go up to what still fits.
       PREPARA-PONTOS.
           COMPUTE WS-PONTOS-LIMITE = 9 - QTDE-PONTOS-RESIDENCIA
           IF WS-PONTOS-LIMITE = ZERO
               MOVE "SALDO DE PONTOS JA ESTA NO LIMITE" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               MOVE "N" TO WS-OFERTA-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY TELA-PONTOS
           PERFORM WITH TEST AFTER UNTIL
                   WS-PONTOS-EXTRA >= 1
                   AND WS-PONTOS-EXTRA <= WS-PONTOS-LIMITE
               ACCEPT S-PONTOS-EXTRA
           END-PERFORM.

       APLICA-OFERTA.
           MOVE "N" TO WS-OFERTA-APLICADA
           EVALUATE WS-OFERTA
               WHEN "D"
                   PERFORM GRAVA-DESCONTO
               WHEN "P"
                   PERFORM GRAVA-HISTORICO-CLIENTE
                   MOVE WS-PACOTE-NOVO TO TIPO-PACOTE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           MOVE "ERRO AO TROCAR O PACOTE" TO MSG
                       NOT INVALID KEY
                           MOVE "CLIENTE RETIDO - PACOTE TROCADO" TO MSG
                           MOVE "S" TO WS-OFERTA-APLICADA
                           MOVE "R" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-CLIENTE
                   END-REWRITE
               WHEN "M"
                   PERFORM GRAVA-PONTOS
                   ADD WS-PONTOS-EXTRA TO QTDE-PONTOS-RESIDENCIA
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           MOVE "ERRO AO CREDITAR PONTOS" TO MSG
                       NOT INVALID KEY
                           MOVE "CLIENTE RETIDO - PONTOS CREDITADOS"
                               TO MSG
                           MOVE "S" TO WS-OFERTA-APLICADA
                           MOVE "R" TO WS-JR-OPERACAO
                           PERFORM JOURNAL-CLIENTE
                   END-REWRITE
           END-EVALUATE.

      *the discount starts in the current competencia and runs for
      *the months agreed; like CADASTRO_DESCONTO it replaces any
      *promise already on file for the CPF.
       GRAVA-DESCONTO.
           MOVE CPF TO DS-CPF
           SET DS-PERCENTUAL-TIPO TO TRUE
           MOVE WS-PERCENTUAL TO DS-PERCENTUAL
           MOVE ZERO TO DS-VALOR
           COMPUTE DS-COMPETENCIA-INICIO = ANO * 100 + MES
           COMPUTE WS-MESES-TOTAL = ANO * 12 + MES - 1 + WS-MESES - 1
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-FIM
               REMAINDER WS-MES-FIM
           ADD 1 TO WS-MES-FIM
           COMPUTE DS-COMPETENCIA-FIM = WS-ANO-FIM * 100 + WS-MES-FIM
           MOVE "RETENCAO NO CANCELAMENTO" TO DS-MOTIVO
           MOVE WS-SUPERVISOR-ID TO DS-OPERADOR
           COMPUTE DS-DATA-CONCESSAO = ANO * 10000 + MES * 100 + DIA
           ACCEPT WS-HORA-ATUAL FROM TIME
           STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
               DELIMITED BY SIZE INTO DS-HORA-CONCESSAO

           OPEN I-O ARQ-DESCONTOS
           IF ST-DESCONTO = "35"
               OPEN OUTPUT ARQ-DESCONTOS
           END-IF
           WRITE REG-DESCONTO
               INVALID KEY
                   REWRITE REG-DESCONTO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR DESCONTO" TO MSG
                       NOT INVALID KEY
                           MOVE "CLIENTE RETIDO - DESCONTO SUBSTITUIDO"
                               TO MSG
                           MOVE "S" TO WS-OFERTA-APLICADA
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "CLIENTE RETIDO - DESCONTO GRAVADO" TO MSG
                   MOVE "S" TO WS-OFERTA-APLICADA
           END-WRITE
           CLOSE ARQ-DESCONTOS.

       GRAVA-PONTOS.
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE CPF TO P-CPF
           MOVE ANO TO P-ANO-AJUSTE
           MOVE MES TO P-MES-AJUSTE
           MOVE DIA TO P-DIA-AJUSTE
           MOVE WS-HH-ATUAL TO P-HH-AJUSTE
           MOVE WS-MIN-ATUAL TO P-MIN-AJUSTE
           MOVE ZERO TO P-SEQ
           SET P-CREDITO TO TRUE
           MOVE WS-PONTOS-EXTRA TO P-QUANTIDADE
           MOVE QTDE-PONTOS-RESIDENCIA TO P-SALDO-ANTERIOR
           COMPUTE P-SALDO-NOVO =
               QTDE-PONTOS-RESIDENCIA + WS-PONTOS-EXTRA
           MOVE "RETENCAO NO CANCELAMENTO" TO P-MOTIVO

           OPEN I-O ARQ-PONTOS-HIST
           IF ST-HIST = "35"
               OPEN OUTPUT ARQ-PONTOS-HIST
           END-IF
           PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
               WRITE REG-PONTOS-HIST
                   INVALID KEY
                       ADD 1 TO P-SEQ
               END-WRITE
           END-PERFORM
           CLOSE ARQ-PONTOS-HIST.

      *the downgrade is a change to the client record like any PGM12
      *edit, so it leaves the same before-image in CLIHIST.
       GRAVA-HISTORICO-CLIENTE.
           ACCEPT WS-HORA-ATUAL FROM TIME

           MOVE CPF TO C-CPF
           MOVE ANO TO C-ANO-ALTERACAO
           MOVE MES TO C-MES-ALTERACAO
           MOVE DIA TO C-DIA-ALTERACAO
           MOVE WS-HH-ATUAL TO C-HH-ALTERACAO
           MOVE WS-MIN-ATUAL TO C-MIN-ALTERACAO
           MOVE ZERO TO C-SEQ

           MOVE NOME TO C-NOME-ANTERIOR
           MOVE ENDERECO TO C-ENDERECO-ANTERIOR
           MOVE COMPLEMENTO TO C-COMPLEMENTO-ANTERIOR
           MOVE BAIRRO TO C-BAIRRO-ANTERIOR
           MOVE CIDADE TO C-CIDADE-ANTERIOR
           MOVE ESTADO TO C-ESTADO-ANTERIOR
           MOVE CEP TO C-CEP-ANTERIOR
           MOVE DDD TO C-DDD-ANTERIOR
           MOVE TELEFONE TO C-TELEFONE-ANTERIOR
           MOVE TIPO-PACOTE TO C-TIPO-PACOTE-ANTERIOR
           MOVE VENCIMENTO-FATURA TO C-VENCIMENTO-ANTERIOR
           MOVE ENDERECO TO C-ENDERECO-NOVO
           MOVE WS-PACOTE-NOVO TO C-TIPO-PACOTE-NOVO
           MOVE TELEFONE TO C-TELEFONE-NOVO

           OPEN I-O ARQ-CLIENTE-HIST
           IF ST-CLIENTE-HIST = "35"
               OPEN OUTPUT ARQ-CLIENTE-HIST
           END-IF
           PERFORM WITH TEST AFTER UNTIL ST-CLIENTE-HIST NOT = "22"
               WRITE REG-CLIENTE-HIST
                   INVALID KEY
                       ADD 1 TO C-SEQ
               END-WRITE
           END-PERFORM
           IF ST-CLIENTE-HIST = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-CLIENTE-HIST
           END-IF
           CLOSE ARQ-CLIENTE-HIST.

      *every pass through the desk is kept, retained or not, with the
      *package/DDD/start date the client had when the call came in.
       GRAVA-CANCELAMENTO.
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE CPF TO CN-CPF
           MOVE ANO TO CN-ANO
           MOVE MES TO CN-MES
           MOVE DIA TO CN-DIA
           MOVE WS-HH-ATUAL TO CN-HH
           MOVE WS-MIN-ATUAL TO CN-MIN
           MOVE ZERO TO CN-SEQ
           MOVE WS-MOTIVO TO CN-MOTIVO
           MOVE WS-OFERTA TO CN-OFERTA
           MOVE WS-SESSAO-ATENDENTE (1:5) TO CN-OPERADOR
           MOVE WS-PACOTE-ATUAL TO CN-TIPO-PACOTE
           MOVE SPACE TO CN-PACOTE-NOVO
           IF WS-OFERTA = "P"
               MOVE WS-PACOTE-NOVO TO CN-PACOTE-NOVO
           END-IF
           MOVE DDD TO CN-DDD
           IF DATA-ATIVACAO = SPACES
               MOVE DATA-INCLUSAO-CLIENTE TO CN-DATA-INICIO
           ELSE
               MOVE DATA-ATIVACAO TO CN-DATA-INICIO
           END-IF

           OPEN I-O ARQ-CANCELAMENTOS
           IF ST-CANCELAMENTO = "35"
               OPEN OUTPUT ARQ-CANCELAMENTOS
           END-IF
           PERFORM WITH TEST AFTER UNTIL ST-CANCELAMENTO NOT = "22"
               WRITE REG-CANCELAMENTO
                   INVALID KEY
                       ADD 1 TO CN-SEQ
               END-WRITE
           END-PERFORM
           CLOSE ARQ-CANCELAMENTOS.

      *CALCULA-MULTA-FIDELIDADE adds up what the client's contracts
      *still in force would charge for leaving today.
       CALCULA-MULTA-FIDELIDADE.
           COMPUTE WS-HOJE-DATA8 = ANO * 10000 + MES * 100 + DIA
           COMPUTE WS-COMPETENCIA = ANO * 100 + MES
           MOVE ZERO TO WS-MULTA-TOTAL WS-QTDE-CONTRATOS
           OPEN INPUT ARQ-FIDELIDADE
           IF ST-FIDELIDADE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CPF TO FI-CPF
           MOVE LOW-VALUES TO FI-SERVICO
           MOVE ZERO TO FI-DATA-INICIO
           START ARQ-FIDELIDADE KEY IS >= FI-CHAVE
               INVALID KEY MOVE "N" TO FOUND-FID
               NOT INVALID KEY MOVE "S" TO FOUND-FID
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-FID = "N"
               READ ARQ-FIDELIDADE NEXT RECORD
                   AT END MOVE "N" TO FOUND-FID
               END-READ
               IF FOUND-FID = "S" AND FI-CPF = CPF
                   IF FI-VIGENTE
                       PERFORM CALCULA-MULTA-CONTRATO
                       IF WS-MESES-RESTANTES > ZERO
                           ADD 1 TO WS-QTDE-CONTRATOS
                           ADD WS-MULTA-CONTRATO TO WS-MULTA-TOTAL
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO FOUND-FID
               END-IF
           END-PERFORM
           CLOSE ARQ-FIDELIDADE.

      *CALCULA-MULTA-CONTRATO: a month started counts as a month
      *served only once its day comes round again, so leaving one
      *day short of the anniversary still owes that month. Nothing
      *is owed once the term is over; otherwise the fee is the
      *whole of it or the share of the months left, per the rule
      *the contract was signed under.
       CALCULA-MULTA-CONTRATO.
           MOVE ZERO TO WS-MULTA-CONTRATO
           MOVE FI-DATA-INICIO TO WS-FID-INICIO
           COMPUTE WS-MESES-DECORRIDOS =
               (ANO * 12 + MES) - (WS-FID-ANO * 12 + WS-FID-MES)
           IF DIA < WS-FID-DIA
               SUBTRACT 1 FROM WS-MESES-DECORRIDOS
           END-IF
           COMPUTE WS-MESES-RESTANTES =
               FI-PRAZO-MESES - WS-MESES-DECORRIDOS
           IF FI-DATA-FIM <= WS-HOJE-DATA8
               MOVE ZERO TO WS-MESES-RESTANTES
           END-IF
           IF WS-MESES-RESTANTES > FI-PRAZO-MESES
               MOVE FI-PRAZO-MESES TO WS-MESES-RESTANTES
           END-IF
           IF WS-MESES-RESTANTES > ZERO
               IF FI-MULTA-INTEGRAL
                   MOVE FI-VALOR-MULTA TO WS-MULTA-CONTRATO
               ELSE
                   COMPUTE WS-MULTA-CONTRATO ROUNDED =
                       FI-VALOR-MULTA * WS-MESES-RESTANTES
                           / FI-PRAZO-MESES
               END-IF
           END-IF.

      *RESCINDE-CONTRATOS closes every contract still on file as in
      *force, a served one with no fee; the fee goes on the bill of
      *the current competencia, where EXTRATO_FATURAMENTO adds it to
      *the closing bill.
       RESCINDE-CONTRATOS.
           OPEN I-O ARQ-FIDELIDADE
           IF ST-FIDELIDADE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CPF TO FI-CPF
           MOVE LOW-VALUES TO FI-SERVICO
           MOVE ZERO TO FI-DATA-INICIO
           START ARQ-FIDELIDADE KEY IS >= FI-CHAVE
               INVALID KEY MOVE "N" TO FOUND-FID
               NOT INVALID KEY MOVE "S" TO FOUND-FID
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-FID = "N"
               READ ARQ-FIDELIDADE NEXT RECORD
                   AT END MOVE "N" TO FOUND-FID
               END-READ
               IF FOUND-FID = "S" AND FI-CPF = CPF
                   IF FI-VIGENTE
                       PERFORM CALCULA-MULTA-CONTRATO
                       SET FI-RESCINDIDO TO TRUE
                       MOVE WS-HOJE-DATA8 TO FI-DATA-RESCISAO
                       MOVE WS-MULTA-CONTRATO TO FI-MULTA-COBRADA
                       MOVE WS-COMPETENCIA TO FI-COMPETENCIA-MULTA
                       REWRITE REG-FIDELIDADE
                   END-IF
               ELSE
                   MOVE "N" TO FOUND-FID
               END-IF
           END-PERFORM
           CLOSE ARQ-FIDELIDADE
           IF WS-MULTA-TOTAL > ZERO
               MOVE "CANCELADO - MULTA NA FATURA FINAL" TO MSG
           END-IF.

       REEXIBE-TELA.
           DISPLAY TELA
           DISPLAY TELA-VALUES
           DISPLAY TELA-MOTIVO
           DISPLAY TELA-MOTIVO-DESC
           DISPLAY TELA-OFERTA.

      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written, rewritten or deleted to the
      *forward-recovery journal (Grava_Journal, JRNCOPY); the
      *caller sets WS-JR-OPERACAO first.
       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-CLIENTE-HIST.
           MOVE "CLIHIST" TO WS-JR-ARQUIVO
           MOVE C-CHAVE TO WS-JR-CHAVE
           MOVE REG-CLIENTE-HIST TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
