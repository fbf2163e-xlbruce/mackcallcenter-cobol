               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS ST-TELEFONE.

           SELECT ARQ-LISTA-ESPERA ASSIGN TO "D:\LISTAESPERA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LE-CHAVE
               FILE STATUS IS ST-ESPERA.

           SELECT ARQ-OPERADORES ASSIGN TO "D:\OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS ST-OPERADOR.

           SELECT ARQ-PROMOCOES ASSIGN TO "D:\PROMOCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS ST-PROMOCAO.

       data division.
       FILE SECTION.
       FD ARQ-CLIENTES.
       FD ARQ-TELEFONES.
           COPY TELCOPY.

       FD ARQ-LISTA-ESPERA.
           COPY ESPCOPY.

       FD ARQ-OPERADORES.
           COPY OPERCOPY.

       FD ARQ-PROMOCOES.
           COPY PRMCOPY.

       working-storage section.
       77 WS-TREINO PIC X VALUE "N".
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 FOUND-CPF PIC X VALUE SPACE.
       77 WS-ACS-CPF PIC X(11) VALUE SPACES.
       77 WS-ACS-METODO PIC X(20) VALUE "CADASTRO-INCLUSAO".
       77 WS-ACS-PROGRAMA PIC X(5) VALUE "PGM11".
       77 WS-ACS-TIPO PIC X VALUE "F".
       77 FOUND-PACOTE PIC X VALUE SPACE.
       77 ST-CEP PIC XX VALUE SPACES.
       77 FOUND-CEP PIC X VALUE SPACE.
       77 ST-TELEFONE PIC XX VALUE SPACES.
       77 ST-ESPERA PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
           COPY OPERSESSCOPY.
           COPY PRSSESSCOPY.
       77 WS-COB-CEP PIC 9(8) VALUE ZERO.
       77 WS-COB-PACOTE PIC X VALUE SPACE.
       77 WS-COB-RETORNO PIC 9 VALUE ZERO.
       77 WS-COB-AREA PIC X(30) VALUE SPACES.
       77 WS-ESPERA PIC X VALUE SPACE.
       77 WS-VENDA-RECUSADA PIC X VALUE "N".
       77 WS-FR-OPERACAO PIC X VALUE "V".
       77 WS-FR-ORIGEM PIC X(6) VALUE "PGM11".
       77 WS-FR-MOTIVO PIC X(40) VALUE SPACES.
       77 WS-FR-RETORNO PIC 9 VALUE ZERO.
       77 WS-FR-CPF-DEVEDOR PIC 9(11) VALUE ZERO.
       77 WS-FR-VALOR-ABERTO PIC 9(7)V99 VALUE ZERO.
       77 WS-FR-LIBERA PIC X VALUE SPACE.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       01 WS-SESSAO-VENDA PIC X(36) VALUE SPACES.
       77 ST-OPERADOR PIC XX VALUE SPACES.
       77 FOUND-VENDEDOR PIC X VALUE SPACE.
       77 FOUND-CANAL PIC X VALUE SPACE.
       77 WS-CANAL-DESC PIC X(15) VALUE SPACES.
       77 FOUND-NIVEL PIC X VALUE SPACE.
       77 WS-NIVEL-DESC PIC X(13) VALUE SPACES.
       77 ST-PROMOCAO PIC XX VALUE SPACES.
       77 FOUND-PROMOCAO PIC X VALUE SPACE.
       77 WS-PROMOCAO PIC X(6) VALUE SPACES.
       77 WS-PROMO-PRAZO PIC X(8) VALUE SPACES.
       77 WS-CONTRATO-RETORNO PIC 9 VALUE ZERO.
       77 MSG PIC X(39) VALUE SPACES.
       01 WS-CPF-CHECK.
           05 WS-CPF-NUM PIC 9(11).
               10 TIPO2 PIC X(20).

       COPY DDDCOPY.
       COPY CNLCOPY.
       COPY STACOPY.
       77 FOUND-DDD PIC X VALUE SPACE.
       77 WS-IDX-DDD-ACHADO PIC 9(2) VALUE ZERO.
       77 WS-DDD-ESTADO PIC X(2) VALUE SPACES.
               VALUE  "    ESTADO.........: [  ]".
           05  LINE 16  COLUMN 01 
               VALUE  "    CEP............: [     -   ]".
           05  LINE 16  COLUMN 41
               VALUE  "NIVEL SERVICO..: [ ]-[             ]".
           05  LINE 17  COLUMN 01 
               VALUE  "    TELEFONE.......: [  ]-[    -     ]".
           05  LINE 18  COLUMN 01 
               VALUE  "    TIPO PACOTE....: [ ]-[           ]".
           05  LINE 19  COLUMN 01 
               VALUE  "    QTDE PONTOS....: [ ]".
           05  LINE 19  COLUMN 41
               VALUE  "VENDEDOR.......: [     ]".
           05  LINE 20  COLUMN 01 
               VALUE  "    DIA VENCIMENTO.: [  ]".
           05  LINE 20  COLUMN 41
               VALUE  "CANAL DE VENDA.: [ ]-[               ]".
           05  LINE 21  COLUMN 01 
               VALUE  "    DATA INCLUSAO..: [          ]".
           05  LINE 21  COLUMN 41
               VALUE  "PROMOCAO.......: [      ]".
           05  LINE 22  COLUMN 01 
               VALUE  "    ====================================".
           05  LINE 22  COLUMN 41 
           05  S-VENCIMENTO
               LINE 20  COLUMN 23  PIC 9(02)
               TO     VENCIMENTO-FATURA.
           05  S-VENDEDOR
               LINE 19  COLUMN 59  PIC X(05)
               USING  VENDEDOR.
           05  S-CANAL
               LINE 20  COLUMN 59  PIC X(01)
               USING  CANAL-VENDA.
           05  S-CANAL-DESC
               LINE 20  COLUMN 63  PIC X(15)
               FROM   WS-CANAL-DESC.
           05  S-NIVEL-SERVICO
               LINE 16  COLUMN 59  PIC X(01)
               USING  NIVEL-SERVICO.
           05  S-NIVEL-DESC
               LINE 16  COLUMN 63  PIC X(13)
               FROM   WS-NIVEL-DESC.
           05  S-DT-INCLUSAO
               LINE 21  COLUMN 23  PIC XX/XX/XXXX
               FROM   W-DATE-BARRAS.
           05  S-PROMOCAO
               LINE 21  COLUMN 59  PIC X(06)
               USING  WS-PROMOCAO.

       01 TELA-PROMO-PRAZO.
           05 LINE 21 COLUMN 67 PIC X(8) FROM WS-PROMO-PRAZO.

       01 TELA-CEP-VALUES.
           05 LINE 13 COLUMN 23 USING BAIRRO.
           05 LINE 14 COLUMN 23 USING CIDADE.
           05 LINE 15 COLUMN 23 USING ESTADO.

       01 TELA-PROSPECTO.
           05 S-NOME-PRS LINE 10 COLUMN 23 PIC X(30) USING NOME.
           05 S-CEP1-PRS LINE 16 COLUMN 23 PIC X(05) USING CEP1.
           05 S-CEP02-PRS LINE 16 COLUMN 29 PIC X(03) USING CEP2.
           05 S-DDD-PRS LINE 17 COLUMN 23 PIC 9(02) USING DDD.
           05 S-TEL1-PRS LINE 17 COLUMN 28 PIC X(04) USING TEL1.
           05 S-TEL2-PRS LINE 17 COLUMN 34 PIC X(04) USING TEL2.
           05 S-TIPO1-PRS LINE 18 COLUMN 23 PIC X(01) USING TIPO1.

       01 TELA-MENSAGEM.
           05 S-MSG LINE 23  COLUMN 16  PIC X(39) FROM MSG.
           05 PRESS-ENTER LINE 23 COLUMN 80 TO RESP.

       01 TELA-ESPERA.
           05 LINE 23 COLUMN 16 VALUE
               "INCLUIR NA LISTA DE ESPERA (S/N)? [ ]".
           05 S-ESPERA LINE 23 COLUMN 51 PIC X TO WS-ESPERA.

       01 TELA-CONFIRMA-DDD.
           05 LINE 23 COLUMN 16 VALUE
               "DDD NAO CONFERE COM O ESTADO. CONFIRMA (S/N)?".
           05 PICK-CONFIRMA-DDD LINE 23 COLUMN 64 PIC X
               TO WS-CONFIRMA-DDD-CEP.

       01 TELA-FRAUDE-LIBERA.
           05 LINE 23 COLUMN 16 VALUE
               "LIBERAR COM VISTO DE SUPERVISOR (S/N)? [ ]".
           05 S-FR-LIBERA LINE 23 COLUMN 56 PIC X TO WS-FR-LIBERA.

       01 TELA-FRAUDE-MOTIVO.
           05 LINE 23 COLUMN 16 VALUE "MOTIVO: [".
           05 S-FR-MOTIVO LINE 23 COLUMN 25 PIC X(40)
               USING WS-FR-MOTIVO.
           05 LINE 23 COLUMN 65 VALUE "]".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               DISPLAY TELA-TREINO
           END-IF

           IF WS-PRS-CONVERSAO
               PERFORM CARREGA-PROSPECTO
           END-IF

           MOVE "F" TO TIPO-PESSOA
           ACCEPT S-TIPO-PESSOA
           PERFORM WITH TEST AFTER UNTIL
               END-READ

           IF FOUND-CPF = "S"
      *the record is not shown here, but its existence and risk flag
      *are, so the attempt is logged like any other lookup.
               MOVE CPF TO WS-ACS-CPF
               CALL "Registra_Acesso" USING WS-ACS-CPF WS-ACS-METODO
                   WS-ACS-PROGRAMA WS-ACS-TIPO
               IF CLIENTE-RISCO
                   MOVE "ATENCAO: CPF COM RESTRICAO DE RISCO" TO MSG
                   DISPLAY TELA-MENSAGEM
               EXIT PROGRAM
           END-IF

           IF WS-PRS-CONVERSAO
               ACCEPT S-NOME-PRS
           ELSE
               ACCEPT S-NOME
           END-IF
      *names are kept in capitals: CLIENTES.DAT is indexed on NOME
      *and the search by name positions on it with a typed prefix.
           MOVE FUNCTION UPPER-CASE (NOME) TO NOME
           ACCEPT S-ENDERECO
           ACCEPT S-COMPLEMENTO

           IF WS-PRS-CONVERSAO
               ACCEPT S-CEP1-PRS
           ELSE
               ACCEPT S-CEP1
           END-IF
           PERFORM WITH TEST AFTER UNTIL CEP1 NUMERIC
               IF NOT (CEP1 NUMERIC)
                   MOVE "CEP DEVE CONTER SOMENTE NUMEROS" TO MSG
               END-IF
           END-PERFORM

           IF WS-PRS-CONVERSAO
               ACCEPT S-CEP02-PRS
           ELSE
               ACCEPT S-CEP02
           END-IF
           PERFORM WITH TEST AFTER UNTIL CEP2 NUMERIC
               IF NOT (CEP2 NUMERIC)
                   MOVE "CEP DEVE CONTER SOMENTE NUMEROS" TO MSG
               ACCEPT S-ESTADO
           END-IF

           IF WS-PRS-CONVERSAO
               ACCEPT S-DDD-PRS
           ELSE
               ACCEPT S-DDD
           END-IF
           MOVE "N" TO WS-CONFIRMA-DDD-CEP
           PERFORM WITH TEST AFTER UNTIL FOUND-DDD = "S"
                   AND (WS-DDD-CEP-OK = "S"
               END-IF
           END-PERFORM

           IF WS-PRS-CONVERSAO
               ACCEPT S-TEL1-PRS
           ELSE
               ACCEPT S-TEL1
           END-IF
           PERFORM WITH TEST AFTER UNTIL TEL1 NUMERIC
               IF NOT (TEL1 NUMERIC)
                   MOVE "TELEFONE DEVE CONTER SOMENTE NUMEROS" TO MSG
               END-IF
           END-PERFORM

           IF WS-PRS-CONVERSAO
               ACCEPT S-TEL2-PRS
           ELSE
               ACCEPT S-TEL2
           END-IF
           PERFORM WITH TEST AFTER UNTIL TEL2 NUMERIC
               IF NOT (TEL2 NUMERIC)
                   MOVE "TELEFONE DEVE CONTER SOMENTE NUMEROS" TO MSG
               END-IF
           END-PERFORM

           STRING CEP1 CEP2 DELIMITED BY SIZE INTO CEP
           STRING TEL1 TEL2 DELIMITED BY SIZE INTO TELEFONE
           PERFORM VERIFICA-FRAUDE-VENDA
           IF WS-VENDA-RECUSADA = "S"
               CLOSE ARQ-CLIENTES
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN INPUT ARQ-PACOTES
           IF WS-PRS-CONVERSAO
               ACCEPT S-TIPO1-PRS
           ELSE
               ACCEPT S-TIPO1
           END-IF
           PERFORM WITH TEST AFTER UNTIL FOUND-PACOTE = "S"
               MOVE TIPO1 TO PAC-CODIGO
               READ ARQ-PACOTES
                       ACCEPT PRESS-ENTER
                       ACCEPT S-TIPO1
                   NOT INVALID KEY
                       MOVE PAC-DESCRICAO TO TIPO2
                       DISPLAY S-TIPO2
                       PERFORM VERIFICA-COBERTURA
               END-READ
           END-PERFORM
           CLOSE ARQ-PACOTES

           IF WS-VENDA-RECUSADA = "S"
               CLOSE ARQ-CLIENTES
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PROGRAM
           END-IF

           ACCEPT S-PONTOS

           ACCEPT S-VENCIMENTO
               END-IF
           END-PERFORM

      *the sale is credited to the attendant signed on unless it was
      *made by someone else (a store or door-to-door seller keyed in
      *by the back office); the seller must be a registered operator.
           MOVE WS-OPERADOR-ID TO VENDEDOR
           MOVE "N" TO FOUND-VENDEDOR
           PERFORM WITH TEST AFTER UNTIL FOUND-VENDEDOR = "S"
               ACCEPT S-VENDEDOR
               PERFORM VALIDA-VENDEDOR
               IF FOUND-VENDEDOR NOT = "S"
                   MOVE "VENDEDOR NAO CADASTRADO OU INATIVO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           MOVE "T" TO CANAL-VENDA
           MOVE "N" TO FOUND-CANAL
           PERFORM WITH TEST AFTER UNTIL FOUND-CANAL = "S"
               ACCEPT S-CANAL
               MOVE FUNCTION UPPER-CASE (CANAL-VENDA) TO CANAL-VENDA
               SET IDX-CANAL TO 1
               SEARCH CANAL-ITEM
                   AT END
                       MOVE "CANAL INVALIDO (T L P W R)" TO MSG
                       DISPLAY TELA-MENSAGEM
                       ACCEPT PRESS-ENTER
                   WHEN CNL-COD (IDX-CANAL) = CANAL-VENDA
                       MOVE "S" TO FOUND-CANAL
                       MOVE CNL-DESC (IDX-CANAL) TO WS-CANAL-DESC
                       DISPLAY S-CANAL-DESC
               END-SEARCH
           END-PERFORM

      *the service tier picks the client's row of the SLA matrix; a
      *company account starts EMPRESARIAL, everyone else RESIDENCIAL,
      *and premium is sold on top.
           IF PESSOA-JURIDICA
               SET NIVEL-EMPRESARIAL TO TRUE
           ELSE
               SET NIVEL-RESIDENCIAL TO TRUE
           END-IF
           MOVE "N" TO FOUND-NIVEL
           PERFORM WITH TEST AFTER UNTIL FOUND-NIVEL = "S"
               ACCEPT S-NIVEL-SERVICO
               MOVE FUNCTION UPPER-CASE (NIVEL-SERVICO) TO NIVEL-SERVICO
               SET IDX-NIVEL TO 1
               SEARCH NIVEL-SERVICO-ITEM
                   AT END
                       MOVE "NIVEL DE SERVICO INVALIDO (R P E)" TO MSG
                       DISPLAY TELA-MENSAGEM
                       ACCEPT PRESS-ENTER
                   WHEN NS-COD (IDX-NIVEL) = NIVEL-SERVICO
                       MOVE "S" TO FOUND-NIVEL
                       MOVE NS-DESC (IDX-NIVEL) TO WS-NIVEL-DESC
                       DISPLAY S-NIVEL-DESC
               END-SEARCH
           END-PERFORM

      *a sale closed under a promotion binds the client to its
      *loyalty term; left blank, the sale carries no contract.
           MOVE SPACES TO WS-PROMOCAO
           MOVE "N" TO FOUND-PROMOCAO
           PERFORM WITH TEST AFTER UNTIL FOUND-PROMOCAO = "S"
               ACCEPT S-PROMOCAO
               MOVE FUNCTION UPPER-CASE (WS-PROMOCAO) TO WS-PROMOCAO
               PERFORM VALIDA-PROMOCAO
               IF FOUND-PROMOCAO NOT = "S"
                   MOVE "PROMOCAO INVALIDA PARA ESTE PACOTE" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           STRING CEP1 CEP2 DELIMITED BY SIZE INTO CEP
           STRING TEL1 TEL2 DELIMITED BY SIZE INTO TELEFONE
           MOVE TIPO1 TO TIPO-PACOTE
           SET CLIENTE-SEM-RISCO TO TRUE
           SET CLIENTE-NAO-SUSPENSO TO TRUE
           MOVE SPACES TO DATA-ATIVACAO
           MOVE SPACES TO DATA-SUSPENSAO
           MOVE SPACES TO DATA-ULTIMA-OCORRENCIA
           MOVE ZERO TO STAT-ULTIMA-OCORRENCIA
           MOVE ZERO TO ANDAMENTO-ULTIMA-OCORRENCIA
                   MOVE "ERRO AO GRAVAR CLIENTE" TO MSG
               NOT INVALID KEY
                   MOVE "CLIENTE GRAVADO COM SUCESSO" TO MSG
                   MOVE "W" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-CLIENTE
                   PERFORM GRAVA-TELEFONE-XREF
                   IF WS-PRS-CONVERSAO
                       MOVE CPF TO WS-PRS-CPF-CLIENTE
                   END-IF
           END-WRITE

           CLOSE ARQ-CLIENTES

           IF MSG = "CLIENTE GRAVADO COM SUCESSO"
                   AND WS-PROMOCAO NOT = SPACES
               PERFORM EMITE-CONTRATO
           END-IF

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

       EXIT program

      *CARREGA-PROSPECTO starts the inclusion of a lead being
      *converted with what was taken when it was registered; the
      *attendant still confirms or corrects each field as usual.
       CARREGA-PROSPECTO.
           MOVE WS-PRS-NOME TO NOME
           MOVE WS-PRS-CEP TO CEP-AUX
           MOVE WS-PRS-DDD TO DDD
           MOVE WS-PRS-TELEFONE (1:8) TO TELEFONE-AUX
           MOVE WS-PRS-PACOTE TO TIPO1
           DISPLAY TELA-PROSPECTO.

      *EMITE-CONTRATO signs the loyalty contract for the client just
      *written and prints it for the customer file.
       EMITE-CONTRATO.
           CALL "Emite_Contrato_Fidelidade" USING CPF TIPO-PACOTE
               WS-PROMOCAO VENDEDOR CANAL-VENDA WS-CONTRATO-RETORNO
           EVALUATE WS-CONTRATO-RETORNO
               WHEN 1
                   MOVE "CLIENTE GRAVADO - CONTRATO EMITIDO" TO MSG
               WHEN 4
                   MOVE "MODO TREINAMENTO - CONTRATO NAO GRAVADO"
                       TO MSG
               WHEN OTHER
                   MOVE "CLIENTE GRAVADO - CONTRATO NAO EMITIDO"
                       TO MSG
           END-EVALUATE.

       VALIDA-PROMOCAO.
           MOVE SPACES TO WS-PROMO-PRAZO
           IF WS-PROMOCAO = SPACES
               MOVE "S" TO FOUND-PROMOCAO
               DISPLAY TELA-PROMO-PRAZO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FOUND-PROMOCAO
           OPEN INPUT ARQ-PROMOCOES
           IF ST-PROMOCAO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROMOCAO TO PR-CODIGO
           READ ARQ-PROMOCOES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PR-ATIVA = "S"
                           AND (PR-PACOTE = SPACE
                               OR PR-PACOTE = TIPO1)
                       MOVE "S" TO FOUND-PROMOCAO
                       STRING PR-PRAZO-MESES " MESES"
                           DELIMITED BY SIZE INTO WS-PROMO-PRAZO
                       DISPLAY TELA-PROMO-PRAZO
                   END-IF
           END-READ
           CLOSE ARQ-PROMOCOES.

      *GRAVA-TELEFONE-XREF keeps the phone-to-CPF cross reference in
      *step with the main DDD/TELEFONE just written, so CONSULTAS can
      *find this client by the phone while the customer is on it.
           END-WRITE
           CLOSE ARQ-TELEFONES.

      *VERIFICA-COBERTURA refuses the package at a CEP the network
      *does not reach (or where that package is not sold) before the
      *sale is written, instead of the installation visit finding
      *out. The person can be left on the waitlist for the area; a
      *package the area does not sell can also just be swapped.
       VERIFICA-COBERTURA.
           MOVE CEP-AUX TO WS-COB-CEP
           MOVE TIPO1 TO WS-COB-PACOTE
           CALL "Verifica_Cobertura" USING WS-COB-CEP WS-COB-PACOTE
               WS-COB-RETORNO WS-COB-AREA
           IF WS-COB-RETORNO = 1
               MOVE "S" TO FOUND-PACOTE
               EXIT PARAGRAPH
           END-IF

           IF WS-COB-RETORNO = 2
               MOVE "CEP FORA DA AREA DE COBERTURA" TO MSG
           ELSE
               MOVE "PACOTE NAO DISPONIVEL NESTE CEP" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           MOVE SPACE TO WS-ESPERA
           DISPLAY TELA-ESPERA
           PERFORM WITH TEST AFTER UNTIL WS-ESPERA = "S" OR "N"
               ACCEPT S-ESPERA
               MOVE FUNCTION UPPER-CASE (WS-ESPERA) TO WS-ESPERA
           END-PERFORM

           IF WS-ESPERA = "S"
               PERFORM GRAVA-LISTA-ESPERA
               MOVE "S" TO WS-VENDA-RECUSADA
               MOVE "S" TO FOUND-PACOTE
           ELSE
               IF WS-COB-RETORNO = 2
                   MOVE "VENDA NAO REALIZADA - SEM COBERTURA" TO MSG
                   MOVE "S" TO WS-VENDA-RECUSADA
                   MOVE "S" TO FOUND-PACOTE
               ELSE
                   MOVE "ESCOLHA OUTRO PACOTE" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT S-TIPO1
               END-IF
           END-IF.

      *VERIFICA-FRAUDE-VENDA stops a new sale at the address or on
      *the phone of a client cancelled or suspended still owing us:
      *the sale only goes ahead on a supervisor's visto with the
      *reason for the release, both logged on FRAUDE_ASSINATURA.TXT;
      *otherwise the old debt has to be settled or put under an
      *agreement (ACORDO_PARCELAMENTO) before the client is keyed.
       VERIFICA-FRAUDE-VENDA.
           MOVE "V" TO WS-FR-OPERACAO
           MOVE SPACES TO WS-FR-MOTIVO
           CALL "Verifica_Fraude" USING WS-FR-OPERACAO WS-FR-ORIGEM
               CPF CEP ENDERECO COMPLEMENTO DDD TELEFONE WS-FR-MOTIVO
               WS-FR-RETORNO WS-FR-CPF-DEVEDOR WS-FR-VALOR-ABERTO
           IF WS-FR-RETORNO = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-FR-RETORNO = 1
               MOVE "ENDERECO DE CLIENTE DEVEDOR CANCELADO" TO MSG
           ELSE
               MOVE "TELEFONE DE CLIENTE DEVEDOR CANCELADO" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           MOVE SPACE TO WS-FR-LIBERA
           DISPLAY TELA-FRAUDE-LIBERA
           PERFORM WITH TEST AFTER UNTIL WS-FR-LIBERA = "S" OR "N"
               ACCEPT S-FR-LIBERA
               MOVE FUNCTION UPPER-CASE (WS-FR-LIBERA) TO WS-FR-LIBERA
           END-PERFORM

           IF WS-FR-LIBERA = "N"
               MOVE "QUITAR OU PARCELAR A DIVIDA (PGM56)" TO MSG
               MOVE "S" TO WS-VENDA-RECUSADA
               EXIT PARAGRAPH
           END-IF

      *the visto signs the supervisor in; once the release is logged
      *under their ID the sale goes on as the attendant's own.
           MOVE WS-OPERADOR-SESSAO TO WS-SESSAO-VENDA
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               MOVE "SEM VISTO - VENDA NAO REALIZADA" TO MSG
               MOVE "S" TO WS-VENDA-RECUSADA
               EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS-FR-MOTIVO NOT = SPACES
               DISPLAY TELA-FRAUDE-MOTIVO
               ACCEPT S-FR-MOTIVO
           END-PERFORM
           MOVE FUNCTION UPPER-CASE (WS-FR-MOTIVO) TO WS-FR-MOTIVO
           MOVE "L" TO WS-FR-OPERACAO
           CALL "Verifica_Fraude" USING WS-FR-OPERACAO WS-FR-ORIGEM
               CPF CEP ENDERECO COMPLEMENTO DDD TELEFONE WS-FR-MOTIVO
               WS-FR-RETORNO WS-FR-CPF-DEVEDOR WS-FR-VALOR-ABERTO
           IF WS-SESSAO-VENDA (1:5) NOT = SPACES
               MOVE WS-SESSAO-VENDA TO WS-OPERADOR-SESSAO
           END-IF.

       GRAVA-LISTA-ESPERA.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - ESPERA NAO GRAVADA" TO MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COB-CEP TO LE-CEP
           MOVE CPF TO LE-CPF
           MOVE TIPO1 TO LE-SERVICO
           MOVE NOME TO LE-NOME
           MOVE DDD TO LE-DDD
           STRING TEL1 TEL2 DELIMITED BY SIZE INTO LE-TELEFONE
           SET LE-DA-VENDA TO TRUE
           COMPUTE LE-DATA-INCLUSAO = ANO * 10000 + MES * 100 + DIA
           MOVE WS-OPERADOR-ID TO LE-OPERADOR
           SET LE-AGUARDANDO TO TRUE
           MOVE ZERO TO LE-DATA-AVISO

           OPEN I-O ARQ-LISTA-ESPERA
           IF ST-ESPERA = "35"
               OPEN OUTPUT ARQ-LISTA-ESPERA
               CLOSE ARQ-LISTA-ESPERA
               OPEN I-O ARQ-LISTA-ESPERA
           END-IF
           WRITE REG-LISTA-ESPERA
               INVALID KEY
                   MOVE "JA ESTAVA NA LISTA DE ESPERA" TO MSG
               NOT INVALID KEY
                   MOVE "INCLUIDO NA LISTA DE ESPERA" TO MSG
           END-WRITE
           CLOSE ARQ-LISTA-ESPERA.

       VALIDA-VENDEDOR.
           MOVE "N" TO FOUND-VENDEDOR
           OPEN INPUT ARQ-OPERADORES
           MOVE VENDEDOR TO OP-ID
           READ ARQ-OPERADORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OP-ATIVO = "S"
                       MOVE "S" TO FOUND-VENDEDOR
                   END-IF
           END-READ
           CLOSE ARQ-OPERADORES.

       BUSCA-CEP.
           STRING CEP1 CEP2 DELIMITED BY SIZE INTO CEP-COD
           OPEN INPUT ARQ-CEPS
                   MOVE "N" TO WS-DDD-CEP-OK
               END-IF
           END-IF.

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
