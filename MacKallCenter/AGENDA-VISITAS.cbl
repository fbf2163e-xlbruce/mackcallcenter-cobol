               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-CHAVE
               ALTERNATE RECORD KEY IS O-CHAVE-FILA
                   SOURCE IS O-STAT O-ATENDENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-LIMITE-SLA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS O-DATA-OCORR WITH DUPLICATES
               FILE STATUS IS ST-OCORR.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-NOTIFICACOES ASSIGN TO "D:\NOTIFICACOES.TXT"
       77 WS-TREINO PIC X VALUE "N".
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-NOTIF PIC XX VALUE SPACES.
       77 WS-CONSENT-RETORNO PIC 9 VALUE 1.
       77 ST-VISITA PIC XX VALUE SPACES.
       77 WS-DATA-EVENTO PIC X(10) VALUE SPACES.
       77 WS-DATA-BARRAS PIC X(10) VALUE SPACES.
       77 ST-TECNICO PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 RESP PIC X VALUE SPACE.
       77 MSG PIC X(40) VALUE SPACES.
       77 OPC PIC 9 VALUE ZERO.
           88 OPC-OK VALUES 1 THRU 6.
       77 FOUND-TECNICO PIC X VALUE "N".
       77 FOUND-OCORR PIC X VALUE "N".
       77 FOUND-VISITA PIC X VALUE "N".
       01 WS-CHAVE-OCORR-SALVA PIC X(25) VALUE SPACES.
       77 WS-DESCRICAO-SALVA PIC X(40) VALUE SPACES.

      *a visit concluded on an occurrence closed with a resolution the
      *service catalog charges for ("erro do cliente") is posted to
      *the client's next invoice through Lanca_Cobranca_Servico.
       77 WS-LC-CPF PIC 9(11) VALUE ZERO.
       77 WS-LC-CODIGO PIC X(3) VALUE SPACES.
       77 WS-LC-RESOLUCAO PIC X(3) VALUE SPACES.
       77 WS-LC-CHAVE-OCORR PIC X(25) VALUE SPACES.
       77 WS-LC-ORIGEM PIC X(1) VALUE "V".
       77 WS-LC-OPERADOR PIC X(5) VALUE SPACES.
       77 WS-LC-SUPERVISOR PIC X(5) VALUE SPACES.
       77 WS-LC-RETORNO PIC 9 VALUE ZERO.

       01 WS-SLOT-MANHA.
           05 WS-SM-SITUACAO PIC X(10).
           05 WS-SM-CPF PIC X(11).
           05 LINE 10 COLUMN 20 VALUE "2. AGENDA DO DIA DO TECNICO".
           05 LINE 11 COLUMN 20 VALUE "3. CONCLUIR / REGISTRAR FALTA".
           05 LINE 12 COLUMN 20 VALUE "4. CADASTRAR TECNICO".
           05 LINE 13 COLUMN 20 VALUE "5. DIGITAR RETORNO DE ORDEM".
           05 LINE 14 COLUMN 20 VALUE "6. VOLTAR".
           05 LINE 16 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 18 COLUMN 04 VALUE "INFORME SUA OPCAO [ ]".
           05 S-OPC LINE 18 COLUMN 23 PIC 9 TO OPC.
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           PERFORM WITH TEST AFTER UNTIL OPC = 6
               DISPLAY TELA-MENU
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
                       WHEN 2 PERFORM AGENDA-DO-DIA
                       WHEN 3 PERFORM CONCLUI-VISITA
                       WHEN 4 CALL "PGM16"
                       WHEN 5 CALL "PGM62"
                       WHEN 6 CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-VIS-PERIODO TO VS-PERIODO
           MOVE WS-CHAVE-OCORR-SALVA TO VS-CHAVE-OCORR
           SET VS-AGENDADA TO TRUE
           MOVE ZERO TO VS-HORA-CHEGADA VS-HORA-SAIDA

           OPEN I-O ARQ-VISITAS
           IF ST-VISITA = "35"
                   MOVE "TECNICO JA AGENDADO NESTE PERIODO" TO MSG
               NOT INVALID KEY
                   MOVE "VISITA AGENDADA" TO MSG
                   MOVE "W" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-VISITA
                   PERFORM NOTIFICA-CLIENTE-VISITA
           END-WRITE
           CLOSE ARQ-VISITAS
           MOVE ZERO TO NF-PROTOCOLO
           MOVE WS-DATA-EVENTO TO NF-DATA-EVENTO

      *a marketing template never reaches a customer who opted out
      *of its channel; service messages always pass.
           CALL "Verifica_Consentimento" USING NF-CPF NF-MODELO
               WS-CONSENT-RETORNO
           IF WS-CONSENT-RETORNO NOT = 1
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARQ-NOTIFICACOES
           IF ST-NOTIF = "35"
               OPEN OUTPUT ARQ-NOTIFICACOES
                   SET VS-NAO-COMPARECEU TO TRUE
               END-IF
               REWRITE REG-VISITA
               IF ST-VISITA = "00"
                   MOVE "R" TO WS-JR-OPERACAO
                   PERFORM JOURNAL-VISITA
               END-IF
               IF WS-ACAO = "C"
                   PERFORM CONCLUI-OCORRENCIA
                   MOVE "VISITA CONCLUIDA" TO MSG
                   PERFORM COBRA-VISITA
               ELSE
                   MOVE "FALTA REGISTRADA - OCORRENCIA MANTIDA" TO MSG
               END-IF
           ACCEPT PRESS-ENTER.

       CONCLUI-OCORRENCIA.
           MOVE SPACES TO WS-LC-RESOLUCAO
           OPEN I-O ARQ-OCORR
           MOVE VS-CHAVE-OCORR TO O-CHAVE
           READ ARQ-OCORR
               NOT INVALID KEY
                   MOVE 3 TO O-ANDAMENTO
                   REWRITE REG-OCORRENCIA
                   IF ST-OCORR = "00"
                       MOVE "R" TO WS-JR-OPERACAO
                       PERFORM JOURNAL-OCORRENCIA
                   END-IF
                   MOVE O-RESOLUCAO TO WS-LC-RESOLUCAO
           END-READ
           CLOSE ARQ-OCORR

           PERFORM ATIVA-CLIENTE-PENDENTE.

      *COBRA-VISITA charges the truck roll when the occurrence behind
      *it carries a resolution tied to a catalog service; the
      *technician who did the visit is who the charge is posted by.
       COBRA-VISITA.
           IF WS-LC-RESOLUCAO = SPACES OR VS-CPF IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE VS-CPF TO WS-LC-CPF
           MOVE SPACES TO WS-LC-CODIGO WS-LC-SUPERVISOR
           MOVE VS-CHAVE-OCORR TO WS-LC-CHAVE-OCORR
           MOVE "V" TO WS-LC-ORIGEM
           MOVE VS-TECNICO TO WS-LC-OPERADOR
           CALL "Lanca_Cobranca_Servico" USING WS-LC-CPF WS-LC-CODIGO
               WS-LC-RESOLUCAO WS-LC-CHAVE-OCORR WS-LC-ORIGEM
               WS-LC-OPERADOR WS-LC-SUPERVISOR WS-LC-RETORNO
           IF WS-LC-RETORNO = 1 OR WS-LC-RETORNO = 2
               MOVE "VISITA CONCLUIDA - SERVICO COBRADO" TO MSG
           END-IF.

      *ATIVA-CLIENTE-PENDENTE is the deliberate activation step for a
      *new sale: the completed installation visit is what turns the
      *pending record live, stamping the real activation date, so
                           MOVE FUNCTION CURRENT-DATE (1:4)
                               TO DATA-ATIVACAO (7:4)
                           REWRITE REG-CLIENTE
                           IF ST-CLIENTE = "00"
                               MOVE "R" TO WS-JR-OPERACAO
                               PERFORM JOURNAL-CLIENTE
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-CLIENTES
                   END-IF
           END-READ
           CLOSE ARQ-TECNICOS.

      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written, rewritten or deleted to the
      *forward-recovery journal (Grava_Journal, JRNCOPY); the
      *caller sets WS-JR-OPERACAO first.
       JOURNAL-VISITA.
           MOVE "VISITAS" TO WS-JR-ARQUIVO
           MOVE VS-CHAVE TO WS-JR-CHAVE
           MOVE REG-VISITA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-OCORRENCIA.
           MOVE "OCORRENCIAS" TO WS-JR-ARQUIVO
           MOVE O-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORRENCIA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
