               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS ST-TELEFONE.

           SELECT ARQ-TROCAS-VENC ASSIGN TO "D:\TROCAVENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-CPF
               FILE STATUS IS ST-TROCA-VENC.

       data division.
       FILE SECTION.
       FD ARQ-CLIENTES.
       FD ARQ-TELEFONES.
           COPY TELCOPY.

       FD ARQ-TROCAS-VENC.
           COPY TVNCOPY.

       working-storage section.
       77 WS-TREINO PIC X VALUE "N".
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 ST-CLIENTE-HIST PIC XX VALUE SPACES.
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 FILLER PIC 9(4).
       77 RESP PIC X VALUE SPACE.
       77 FOUND-CPF PIC X VALUE SPACE.
       77 WS-ACS-CPF PIC X(11) VALUE SPACES.
       77 WS-ACS-METODO PIC X(20) VALUE "CADASTRO-ALTERACAO".
       77 WS-ACS-PROGRAMA PIC X(5) VALUE "PGM12".
       77 WS-ACS-TIPO PIC X VALUE "F".
       77 FOUND-PACOTE PIC X VALUE SPACE.
       77 ST-CEP PIC XX VALUE SPACES.
       77 FOUND-CEP PIC X VALUE SPACE.
       77 ST-TELEFONE PIC XX VALUE SPACES.
       77 ST-TROCA-VENC PIC XX VALUE SPACES.
       77 WS-QUER-CONTATOS PIC X VALUE "N".
       77 WS-CONFLITO PIC X VALUE "N".
       01 WS-REG-EDITADO PIC X(264).
       77 MSG PIC X(39) VALUE SPACES.
       77 WS-PAC-DESCRICAO PIC X(20) VALUE SPACES.
       01 WS-CPF-CHECK.
          05 WS-CNPJ PIC 9(14).
          05 WS-FLAG-RISCO PIC X(1).
          05 WS-FLAG-SUSPENSO PIC X(1).
          05 WS-NIVEL-SERVICO PIC X(1).

       COPY DDDCOPY.
       77 FOUND-DDD PIC X VALUE SPACE.
           
           05 LINE 19 COLUMN 04
           VALUE "QTDE PONTOS....: [ ]".
           05 LINE 19 COLUMN 40
           VALUE "NIVEL SERVICO..: [ ]  R/P/E".
           
           05 LINE 20 COLUMN 04
           VALUE "DIA VENCIMENTO.: [  ]".
           05 LINE 17 COLUMN 27 USING WS-TELEFONE.
           05 LINE 18 COLUMN 22 USING WS-TIPO-PACOTE.
           05 LINE 19 COLUMN 22 USING WS-QTDE-PONTOS-RESIDENCIA.
           05 LINE 19 COLUMN 58 USING WS-NIVEL-SERVICO.
           05 LINE 20 COLUMN 22 USING WS-VENCIMENTO-FATURA.
           05 LINE 21 COLUMN 22 USING WS-DATA-INCLUSAO-CLIENTE.
           05 LINE 22 COLUMN 26 USING WS-DATA-ULTIMA-ALTERACAO.
              TO VENCIMENTO-FATURA.
           05 A-CNPJ LINE 23 COLUMN 34 PIC 9(14) TO CNPJ.
           05 A-FLAG-RISCO LINE 23 COLUMN 62 PIC X(01) TO FLAG-RISCO.
           05 A-NIVEL-SERVICO LINE 19 COLUMN 58 PIC X(01)
              USING NIVEL-SERVICO.

       01 TELA-CEP-VALUES.
           05 LINE 13 COLUMN 22 USING BAIRRO.
               EXIT PROGRAM
           END-IF

           MOVE CPF TO WS-ACS-CPF
           CALL "Registra_Acesso" USING WS-ACS-CPF WS-ACS-METODO
               WS-ACS-PROGRAMA WS-ACS-TIPO

           MOVE NOME TO WS-NOME
           MOVE ENDERECO TO WS-ENDERECO
           MOVE COMPLEMENTO TO WS-COMPLEMENTO
           MOVE CNPJ TO WS-CNPJ
           MOVE FLAG-RISCO TO WS-FLAG-RISCO
           MOVE FLAG-SUSPENSO TO WS-FLAG-SUSPENSO
           MOVE NIVEL-SERVICO TO WS-NIVEL-SERVICO

           OPEN INPUT ARQ-PACOTES
           MOVE TIPO-PACOTE TO PAC-CODIGO
           ACCEPT PRESS-ENTER

           ACCEPT A-NOME
      *names are kept in capitals: CLIENTES.DAT is indexed on NOME
      *and the search by name positions on it with a typed prefix.
           MOVE FUNCTION UPPER-CASE (NOME) TO NOME
           ACCEPT A-ENDERECO
           ACCEPT A-COMPLEMENTO

               END-IF
           END-PERFORM

      *a client registered before service tiers is offered the tier
      *the SLA matrix already reads a blank as, or EMPRESARIAL for a
      *company account.
           IF NOT (NIVEL-RESIDENCIAL OR NIVEL-PREMIUM
                   OR NIVEL-EMPRESARIAL)
               IF PESSOA-JURIDICA
                   SET NIVEL-EMPRESARIAL TO TRUE
               ELSE
                   SET NIVEL-RESIDENCIAL TO TRUE
               END-IF
           END-IF
           ACCEPT A-NIVEL-SERVICO
           MOVE FUNCTION UPPER-CASE (NIVEL-SERVICO) TO NIVEL-SERVICO
           PERFORM WITH TEST AFTER UNTIL
                   NIVEL-RESIDENCIAL OR NIVEL-PREMIUM
                       OR NIVEL-EMPRESARIAL
               IF NOT (NIVEL-RESIDENCIAL OR NIVEL-PREMIUM
                       OR NIVEL-EMPRESARIAL)
                   MOVE "NIVEL DE SERVICO DEVE SER R, P OU E" TO MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT PRESS-ENTER
                   ACCEPT A-NIVEL-SERVICO
                   MOVE FUNCTION UPPER-CASE (NIVEL-SERVICO)
                       TO NIVEL-SERVICO
               END-IF
           END-PERFORM

           PERFORM VERIFICA-CONCORRENCIA
           IF WS-CONFLITO = "S"
               MOVE NOME TO WS-NOME
                   MOVE "ERRO AO GRAVAR ALTERACAO" TO MSG
               NOT INVALID KEY
                   MOVE "CLIENTE ALTERADO COM SUCESSO" TO MSG
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-CLIENTE
                   PERFORM ATUALIZA-TELEFONE-XREF
                   IF VENCIMENTO-FATURA NOT = WS-VENCIMENTO-FATURA
                       PERFORM GRAVA-TROCA-VENCIMENTO
                   END-IF
           END-REWRITE

           CLOSE ARQ-CLIENTES
           END-WRITE
           CLOSE ARQ-TELEFONES.

      *GRAVA-TROCA-VENCIMENTO leaves the due-day change where the
      *billing extract will find it, so the days between the old and
      *the new due day are billed once as a bridging charge instead
      *of silently falling between two cycles. A client still
      *pending installation was never billed and needs no bridge.
       GRAVA-TROCA-VENCIMENTO.
           IF WS-TREINO = "S" OR CLIENTE-PENDENTE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-TROCAS-VENC
           IF ST-TROCA-VENC = "35"
               OPEN OUTPUT ARQ-TROCAS-VENC
               CLOSE ARQ-TROCAS-VENC
               OPEN I-O ARQ-TROCAS-VENC
           END-IF

           MOVE CPF TO TV-CPF
           READ ARQ-TROCAS-VENC
               INVALID KEY
                   MOVE ZERO TO TV-COMPETENCIA
           END-READ
           IF TV-COMPETENCIA NOT = ANO * 100 + MES
               COMPUTE TV-COMPETENCIA = ANO * 100 + MES
               MOVE WS-VENCIMENTO-FATURA TO TV-VENC-ANTERIOR
           END-IF
           MOVE VENCIMENTO-FATURA TO TV-VENC-NOVO
           MOVE W-DATE-BARRAS TO TV-DATA-ALTERACAO

      *back to the day the month started on means nothing to bridge.
           IF TV-VENC-NOVO = TV-VENC-ANTERIOR
               DELETE ARQ-TROCAS-VENC RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE REG-TROCA-VENC
                   INVALID KEY
                       REWRITE REG-TROCA-VENC
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF
           CLOSE ARQ-TROCAS-VENC.

      *VERIFICA-CONCORRENCIA catches the second-attendant problem
      *before the REWRITE clobbers it: the record is read back fresh
      *and its DATA-ULTIMA-ALTERACAO compared with the one captured
                       ADD 1 TO C-SEQ
               END-WRITE
           END-PERFORM
           IF ST-CLIENTE-HIST = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-CLIENTE-HIST
           END-IF
           CLOSE ARQ-CLIENTE-HIST.

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
