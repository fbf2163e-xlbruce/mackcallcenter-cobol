               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-OPERADORES ASSIGN TO "D:\OPERADORES.DAT"
               RECORD KEY IS OP-ID
               FILE STATUS IS ST-OPERADOR.

           SELECT ARQ-RECUPERA ASSIGN TO "D:\RECUPERAEQP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RE-SERIE
               FILE STATUS IS ST-RECUPERA.

           SELECT ARQ-MODELOS-EQP ASSIGN TO "D:\MODELOSEQP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-CODIGO
               FILE STATUS IS ST-MODELO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EQUIPAMENTOS.
       FD ARQ-OPERADORES.
           COPY OPERCOPY.

       FD ARQ-RECUPERA.
           COPY EQPRECCOPY.

       FD ARQ-MODELOS-EQP.
           COPY MEQCOPY.

       WORKING-STORAGE SECTION.
       77 WS-TREINO PIC X VALUE "N".
           COPY OPERSESSCOPY.
       77 WS-IDENT-SENHA PIC X(10) VALUE SPACES.
       77 WS-IDENT-OK PIC X VALUE "N".
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-RECUPERA PIC XX VALUE SPACES.
       77 ST-MODELO PIC XX VALUE SPACES.
       77 FOUND-MODELO PIC X VALUE "N".
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 7.
       77 W-BRANCO-MENU PIC X(39) VALUE SPACES.
       77 FOUND-EQUIP PIC X VALUE "N".
       77 FOUND-OCORR PIC X VALUE "N".
       77 WS-TIPO-MOV PIC X VALUE SPACE.
       77 WS-CHAVE-OCORR-ABERTA PIC X(25) VALUE SPACES.

      *a box or an accessory the client broke is charged at the
      *catalog price through Lanca_Cobranca_Servico, tied to the
      *client's open occurrence like the movement itself.
       77 WS-LC-CODIGO PIC X(3) VALUE SPACES.
       77 WS-LC-RESOLUCAO PIC X(3) VALUE SPACES.
       77 WS-LC-ORIGEM PIC X(1) VALUE "E".
       77 WS-LC-SUPERVISOR PIC X(5) VALUE SPACES.
       77 WS-LC-RETORNO PIC 9 VALUE ZERO.

       01 WS-DATE.
           05 YYYY PIC X(4).
           05 MM PIC X(2).
           05 LINE 12 COLUMN 01
               VALUE "              4. MARCAR DEFEITO".
           05 LINE 13 COLUMN 01
               VALUE "              5. CADASTRO DE MODELOS".
           05 LINE 14 COLUMN 01
               VALUE "              6. COBRAR ITEM DE REPOSICAO".
           05 LINE 15 COLUMN 01
               VALUE "              7. VOLTAR".
           05 LINE 16 COLUMN 01
               VALUE "    ====================================".
           05 LINE 16 COLUMN 41
              "    CPF DO CLIENTE: [           ]".
           05 S-CPF LINE 22 COLUMN 22 PIC 9(11) TO WS-CPF-BUSCA.

       01 TELA-COBRANCA.
           05 LINE 23 COLUMN 01 VALUE
              "    COBRAR DO CLIENTE (COD. SERVICO, BRANCO = NAO): [".
           05 S-COD-SERVICO LINE 23 COLUMN 57 PIC X(3)
               TO WS-LC-CODIGO.
           05 LINE 23 COLUMN 60 VALUE "]".

       01 TELA-IDENT.
           05 LINE 24 COLUMN 04 VALUE
              "SEU ID DE OPERADOR: [     ] SENHA: [          ]".

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM WITH TEST AFTER UNTIL OPC = 7
               DISPLAY TELA-MENU
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
                       WHEN 2 PERFORM INSTALA-EQUIPAMENTO
                       WHEN 3 PERFORM DEVOLVE-EQUIPAMENTO
                       WHEN 4 PERFORM MARCA-DEFEITO
                       WHEN 5 CALL "PGM63"
                       WHEN 6 PERFORM COBRA-ITEM
                       WHEN 7 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

      *the model is the ME-CODIGO of MODELOSEQP.DAT, never free text,
      *so the stock position counts one decoder under one name.
           MOVE FUNCTION UPPER-CASE (WS-MODELO) TO WS-MODELO
           PERFORM VALIDA-MODELO
           IF FOUND-MODELO NOT = "S"
               MOVE "MODELO NAO CADASTRADO OU INATIVO" TO MSG
               DISPLAY TELA-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SERIE TO EQ-SERIE
           MOVE WS-MODELO TO EQ-MODELO
           SET EQ-ESTOQUE TO TRUE
               REWRITE REG-EQUIPAMENTO
               MOVE "D" TO WS-TIPO-MOV
               PERFORM GRAVA-MOVIMENTO
               PERFORM BAIXA-RECUPERACAO
               MOVE "DEVOLUCAO REGISTRADA" TO MSG
           END-IF
           CLOSE ARQ-EQUIPAMENTOS
           END-IF
           CLOSE ARQ-EQUIPAMENTOS

      *a box that was at a client may have been broken by them.
           IF FOUND-EQUIP = "S" AND WS-CPF-BUSCA NOT = ZERO
               PERFORM COBRA-CLIENTE
           END-IF

           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *COBRA-ITEM charges a replacement accessory with no serial of
      *its own -- the remote the client broke -- against the CPF.
       COBRA-ITEM.
           DISPLAY TELA-DADOS
           ACCEPT S-CPF
           IF WS-CPF-BUSCA = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-OCORR-ABERTA
           MOVE SPACES TO MSG
           PERFORM COBRA-CLIENTE
           IF MSG = SPACES
               MOVE "NENHUMA COBRANCA LANCADA" TO MSG
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT PRESS-ENTER.

      *COBRA-CLIENTE asks which catalog service to charge; a blank
      *code charges nothing. WS-CHAVE-OCORR-ABERTA was already looked
      *up for the CPF by the step that called it.
       COBRA-CLIENTE.
           MOVE SPACES TO WS-LC-CODIGO
           DISPLAY TELA-COBRANCA
           ACCEPT S-COD-SERVICO
           IF WS-LC-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-LC-CODIGO) TO WS-LC-CODIGO
           MOVE SPACES TO WS-LC-RESOLUCAO WS-LC-SUPERVISOR
           MOVE "E" TO WS-LC-ORIGEM
           CALL "Lanca_Cobranca_Servico" USING WS-CPF-BUSCA
               WS-LC-CODIGO WS-LC-RESOLUCAO WS-CHAVE-OCORR-ABERTA
               WS-LC-ORIGEM WS-OPERADOR-ID WS-LC-SUPERVISOR
               WS-LC-RETORNO
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
           END-EVALUATE.

      *GRAVA-MOVIMENTO writes the ledger row for what just happened
      *to the serial, tied to the client's open occurrence when there
      *is one -- swaps happen during calls, and the ledger is how a
           END-PERFORM
           CLOSE ARQ-EQUIP-MOV.

      *BAIXA-RECUPERACAO closes the box's row on the recovery
      *worklist when it comes back: the pickup is no longer needed
      *and a charge for the unreturned box drops off the closing bill
      *the next time the billing extract runs.
       BAIXA-RECUPERACAO.
           OPEN I-O ARQ-RECUPERA
           IF ST-RECUPERA = "00"
               MOVE WS-SERIE TO RE-SERIE
               READ ARQ-RECUPERA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT RE-DEVOLVIDO
                           SET RE-DEVOLVIDO TO TRUE
                           MOVE WS-DATE TO RE-DATA-DEVOLUCAO
                           REWRITE REG-RECUPERA-EQUIP
                       END-IF
               END-READ
               CLOSE ARQ-RECUPERA
           END-IF.

       VALIDA-MODELO.
           MOVE "N" TO FOUND-MODELO
           OPEN INPUT ARQ-MODELOS-EQP
           IF ST-MODELO = "00"
               MOVE WS-MODELO TO ME-CODIGO
               READ ARQ-MODELOS-EQP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ME-ATIVO = "S"
                           MOVE "S" TO FOUND-MODELO
                       END-IF
               END-READ
               CLOSE ARQ-MODELOS-EQP
           END-IF.

       BUSCA-OCORR-ABERTA.
           MOVE SPACES TO WS-CHAVE-OCORR-ABERTA
           IF WS-CPF-BUSCA = ZERO
