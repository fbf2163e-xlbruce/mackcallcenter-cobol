               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ASSINATURAS.
       FD ARQ-PACOTES.
           COPY PACCOPY.

       FD ARQ-LISTA-ESPERA.
           COPY ESPCOPY.

       FD ARQ-OPERADORES.
           COPY OPERCOPY.

       FD ARQ-PROMOCOES.
           COPY PRMCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-ASSINATURA PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 ST-ESPERA PIC XX VALUE SPACES.
       77 ST-OPERADOR PIC XX VALUE SPACES.
           COPY OPERSESSCOPY.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
       77 WS-SERVICO PIC X VALUE SPACE.
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ESPERA PIC X VALUE SPACE.
       77 WS-COB-CEP PIC 9(8) VALUE ZERO.
       77 WS-COB-RETORNO PIC 9 VALUE ZERO.
       77 WS-COB-AREA PIC X(30) VALUE SPACES.
       77 WS-CLI-CEP PIC X(9) VALUE SPACES.
       77 WS-CLI-NOME PIC X(30) VALUE SPACES.
       77 WS-CLI-DDD PIC 9(2) VALUE ZERO.
       77 WS-CLI-TELEFONE PIC X(9) VALUE SPACES.
       77 WS-VENDEDOR PIC X(5) VALUE SPACES.
       77 WS-CANAL PIC X VALUE SPACE.
       77 FOUND-VENDEDOR PIC X VALUE "N".
       77 FOUND-CANAL PIC X VALUE "N".
       77 ST-PROMOCAO PIC XX VALUE SPACES.
       77 FOUND-PROMOCAO PIC X VALUE "N".
       77 WS-PROMOCAO PIC X(6) VALUE SPACES.
       77 WS-PROMO-PRAZO PIC X(8) VALUE SPACES.
       77 WS-CONTRATO-RETORNO PIC 9 VALUE ZERO.

       COPY CNLCOPY.

       01 W-DATE.
           05 DIA PIC 99.
           05 S-CPF LINE 22 COLUMN 11 PIC 9(11) TO WS-CPF-BUSCA.
           05 S-SERVICO LINE 22 COLUMN 39 PIC X TO WS-SERVICO.

       01 TELA-VENDA.
           05 LINE 22 COLUMN 43
               VALUE "VENDEDOR: [     ]  CANAL: [ ]".
           05 S-VENDEDOR LINE 22 COLUMN 54 PIC X(5) USING WS-VENDEDOR.
           05 S-CANAL LINE 22 COLUMN 71 PIC X USING WS-CANAL.

       01 TELA-PROMOCAO.
           05 LINE 23 COLUMN 05 VALUE "PROMOCAO: [      ]".
           05 S-PROMOCAO LINE 23 COLUMN 16 PIC X(6) USING WS-PROMOCAO.
           05 LINE 23 COLUMN 24 PIC X(8) FROM WS-PROMO-PRAZO.

       01 TELA-LISTA.
           05 LINE 06 COLUMN 05 VALUE "SRV DESCRICAO".
           05 LINE 06 COLUMN 30 VALUE "PRECO".
           05 S-MSG LINE 19 COLUMN 05 PIC X(40) FROM MSG.
           05 PRESS-ENTER LINE 19 COLUMN 80 TO RESP.

       01 TELA-ESPERA.
           05 LINE 20 COLUMN 05
               VALUE "INCLUIR NA LISTA DE ESPERA (S/N)? [ ]".
           05 S-ESPERA LINE 20 COLUMN 40 PIC X TO WS-ESPERA.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               EXIT PARAGRAPH
           END-IF

      *a service the network does not deliver at the client's CEP is
      *refused here just as a new sale is at INSERIR CLIENTE, with
      *the same offer of the area's waitlist. A legacy record with
      *no usable CEP is not held back.
           IF WS-CLI-CEP (1:8) IS NUMERIC
               MOVE WS-CLI-CEP (1:8) TO WS-COB-CEP
               CALL "Verifica_Cobertura" USING WS-COB-CEP WS-SERVICO
                   WS-COB-RETORNO WS-COB-AREA
               IF WS-COB-RETORNO NOT = 1
                   PERFORM OFERECE-LISTA-ESPERA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PEDE-VENDA

           MOVE WS-CPF-BUSCA TO AS-CPF
           MOVE WS-SERVICO TO AS-SERVICO
           MOVE W-DATE-BARRAS TO AS-DATA-ATIVACAO
           MOVE SPACES TO AS-DATA-FIM
           MOVE WS-VENDEDOR TO AS-VENDEDOR
           MOVE WS-CANAL TO AS-CANAL

           OPEN I-O ARQ-ASSINATURAS
           IF ST-ASSINATURA = "35"
                       NOT INVALID KEY
                           MOVE W-DATE-BARRAS TO AS-DATA-ATIVACAO
                           MOVE SPACES TO AS-DATA-FIM
                           MOVE WS-VENDEDOR TO AS-VENDEDOR
                           MOVE WS-CANAL TO AS-CANAL
                           REWRITE REG-ASSINATURA
                   END-READ
           END-WRITE
           CLOSE ARQ-ASSINATURAS

           MOVE "ASSINATURA REGISTRADA" TO MSG
           IF WS-PROMOCAO NOT = SPACES
               PERFORM EMITE-CONTRATO
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *EMITE-CONTRATO signs the loyalty contract for the service just
      *registered and prints it for the customer file.
       EMITE-CONTRATO.
           CALL "Emite_Contrato_Fidelidade" USING WS-CPF-BUSCA
               WS-SERVICO WS-PROMOCAO WS-VENDEDOR WS-CANAL
               WS-CONTRATO-RETORNO
           EVALUATE WS-CONTRATO-RETORNO
               WHEN 1
                   MOVE "ASSINATURA REGISTRADA - CONTRATO EMITIDO"
                       TO MSG
               WHEN 4
                   MOVE "MODO TREINAMENTO - CONTRATO NAO GRAVADO"
                       TO MSG
               WHEN OTHER
                   MOVE "ASSINATURA REGISTRADA - SEM CONTRATO"
                       TO MSG
           END-EVALUATE.

      *PEDE-VENDA takes who sold the service and through which
      *channel, for the commission run: the attendant signed on and
      *televendas unless told otherwise, and the seller has to be a
      *registered, active operator.
       PEDE-VENDA.
           MOVE WS-OPERADOR-ID TO WS-VENDEDOR
           MOVE "T" TO WS-CANAL
           DISPLAY TELA-VENDA
           MOVE "N" TO FOUND-VENDEDOR
           PERFORM WITH TEST AFTER UNTIL FOUND-VENDEDOR = "S"
               ACCEPT S-VENDEDOR
               OPEN INPUT ARQ-OPERADORES
               MOVE WS-VENDEDOR TO OP-ID
               READ ARQ-OPERADORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP-ATIVO = "S"
                           MOVE "S" TO FOUND-VENDEDOR
                       END-IF
               END-READ
               CLOSE ARQ-OPERADORES
               IF FOUND-VENDEDOR NOT = "S"
                   MOVE "VENDEDOR NAO CADASTRADO OU INATIVO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM

           MOVE "N" TO FOUND-CANAL
           PERFORM WITH TEST AFTER UNTIL FOUND-CANAL = "S"
               ACCEPT S-CANAL
               MOVE FUNCTION UPPER-CASE (WS-CANAL) TO WS-CANAL
               SET IDX-CANAL TO 1
               SEARCH CANAL-ITEM
                   AT END
                       MOVE "CANAL INVALIDO (T L P W R)" TO MSG
                       DISPLAY TELA-MENSAGEM
                       ACCEPT PRESS-ENTER
                   WHEN CNL-COD (IDX-CANAL) = WS-CANAL
                       MOVE "S" TO FOUND-CANAL
               END-SEARCH
           END-PERFORM

      *a service sold under a promotion binds the client to its
      *loyalty term; left blank, the sale carries no contract.
           MOVE SPACES TO WS-PROMOCAO WS-PROMO-PRAZO
           DISPLAY TELA-PROMOCAO
           MOVE "N" TO FOUND-PROMOCAO
           PERFORM WITH TEST AFTER UNTIL FOUND-PROMOCAO = "S"
               ACCEPT S-PROMOCAO
               MOVE FUNCTION UPPER-CASE (WS-PROMOCAO) TO WS-PROMOCAO
               PERFORM VALIDA-PROMOCAO
               DISPLAY TELA-PROMOCAO
               IF FOUND-PROMOCAO NOT = "S"
                   MOVE "PROMOCAO INVALIDA PARA ESTE SERVICO" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
               END-IF
           END-PERFORM.

       VALIDA-PROMOCAO.
           MOVE SPACES TO WS-PROMO-PRAZO
           IF WS-PROMOCAO = SPACES
               MOVE "S" TO FOUND-PROMOCAO
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
                               OR PR-PACOTE = WS-SERVICO)
                       MOVE "S" TO FOUND-PROMOCAO
                       STRING PR-PRAZO-MESES " MESES"
                           DELIMITED BY SIZE INTO WS-PROMO-PRAZO
                   END-IF
           END-READ
           CLOSE ARQ-PROMOCOES.

       CANCELA-ASSINATURA.
           DISPLAY TELA-DADOS
           ACCEPT S-CPF
           MOVE WS-CPF-BUSCA TO CPF
           READ ARQ-CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO FOUND-CPF
                   MOVE CEP TO WS-CLI-CEP
                   MOVE NOME TO WS-CLI-NOME
                   MOVE DDD TO WS-CLI-DDD
                   MOVE TELEFONE TO WS-CLI-TELEFONE
           END-READ
           CLOSE ARQ-CLIENTES.

       OFERECE-LISTA-ESPERA.
           IF WS-COB-RETORNO = 2
               MOVE "CEP DO CLIENTE FORA DA COBERTURA" TO MSG
           ELSE
               MOVE "SERVICO NAO DISPONIVEL NO CEP DO CLIENTE" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER

           MOVE SPACE TO WS-ESPERA
           DISPLAY TELA-ESPERA
           PERFORM WITH TEST AFTER UNTIL WS-ESPERA = "S" OR "N"
               ACCEPT S-ESPERA
               MOVE FUNCTION UPPER-CASE (WS-ESPERA) TO WS-ESPERA
           END-PERFORM
           IF WS-ESPERA = "N"
               MOVE "ASSINATURA NAO REGISTRADA" TO MSG
           ELSE
               IF WS-TREINO = "S"
                   MOVE "MODO TREINAMENTO - ESPERA NAO GRAVADA" TO MSG
               ELSE
                   PERFORM GRAVA-LISTA-ESPERA
               END-IF
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

       GRAVA-LISTA-ESPERA.
           MOVE WS-COB-CEP TO LE-CEP
           MOVE WS-CPF-BUSCA TO LE-CPF
           MOVE WS-SERVICO TO LE-SERVICO
           MOVE WS-CLI-NOME TO LE-NOME
           MOVE WS-CLI-DDD TO LE-DDD
           MOVE WS-CLI-TELEFONE TO LE-TELEFONE
           SET LE-DA-ASSINATURA TO TRUE
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

       VALIDA-SERVICO.
           MOVE "N" TO FOUND-PACOTE
           OPEN INPUT ARQ-PACOTES
