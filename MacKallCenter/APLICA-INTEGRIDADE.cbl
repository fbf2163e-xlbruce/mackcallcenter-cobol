      *APLICACAO DA LISTA DE CORRECOES DE INTEGRIDADE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA_INTEGRIDADE AS "PGM77".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INTEGRIDADE ASSIGN TO "D:\INTEGRIDADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-CHAVE
               FILE STATUS IS ST-INTEGRIDADE.

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

           SELECT ARQ-OCORR-ARQ ASSIGN TO "D:\OCORRENCIAS-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-CHAVE
               FILE STATUS IS ST-OCO-ARQ.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT ARQ-AGENDA ASSIGN TO "D:\AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS ST-AGENDA.

           SELECT ARQ-NOTAS ASSIGN TO "D:\NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               FILE STATUS IS ST-NOTA.

           SELECT ARQ-EXCLUSOES ASSIGN TO "D:\EXCLUSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-CHAVE
               FILE STATUS IS ST-EXCLUSAO.

           SELECT ARQ-CONTATOS ASSIGN TO "D:\CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS ST-CONTATO.

           SELECT ARQ-ATENDENTES ASSIGN TO "D:\ATENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-ID
               FILE STATUS IS ST-ATENDENTE.

           SELECT ARQ-TIMES ASSIGN TO "D:\TIMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ID
               FILE STATUS IS ST-TIME.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-INTEGRIDADE.
           COPY ITGCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       FD ARQ-OCORR-ARQ.
           COPY OCOARQCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD ARQ-AGENDA.
           COPY AGDCOPY.

       FD ARQ-NOTAS.
           COPY NOTCOPY.

       FD ARQ-EXCLUSOES.
           COPY EXCCOPY.

       FD ARQ-CONTATOS.
           COPY CONTCOPY.

       FD ARQ-ATENDENTES.
           COPY ATECOPY.

       FD ARQ-TIMES.
           COPY TIMCOPY.

       WORKING-STORAGE SECTION.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
           COPY OPERSESSCOPY.

       77 ST-INTEGRIDADE PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-OCO-ARQ PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-AGENDA PIC XX VALUE SPACES.
       77 ST-NOTA PIC XX VALUE SPACES.
       77 ST-EXCLUSAO PIC XX VALUE SPACES.
       77 ST-CONTATO PIC XX VALUE SPACES.
       77 ST-ATENDENTE PIC XX VALUE SPACES.
       77 ST-TIME PIC XX VALUE SPACES.
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-FIM-ITG PIC X VALUE "N".
       77 WS-QTD-LISTA PIC 99 VALUE ZERO.
       77 WS-IDX-LISTA PIC 99 VALUE ZERO.
       77 WS-ESCOLHA PIC 99 VALUE ZERO.
       77 WS-ACAO PIC X VALUE SPACE.
       77 FOUND-ITG PIC X VALUE "N".
       77 FOUND-REG PIC X VALUE "N".
       77 WS-AINDA-ORFA PIC X VALUE "N".
       77 WS-TREINO PIC X VALUE "N".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".

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
               10 WS-LST-REGRA PIC X(3).
               10 WS-LST-ARQUIVO PIC X(12).
               10 WS-LST-CHAVE-ORFA PIC X(30).
               10 WS-LST-ACAO PIC X(7).
               10 WS-LST-CHAVE PIC X(13).

       SCREEN SECTION.
       01 TELA-TREINO.
           05 LINE 02 COLUMN 28 VALUE "*** MODO TREINAMENTO ***".

       01 TELA1.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 26 VALUE "MACKALLCENTER".
           05 LINE 05 COLUMN 04 VALUE
              "CORRECOES DE INTEGRIDADE REFERENCIAL".
           05 LINE 05 COLUMN 66 USING WS-DD-MM-YYYY.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 08 COLUMN 04 VALUE "NO".
           05 LINE 08 COLUMN 08 VALUE "REG".
           05 LINE 08 COLUMN 13 VALUE "ARQUIVO".
           05 LINE 08 COLUMN 27 VALUE "REGISTRO".
           05 LINE 08 COLUMN 59 VALUE "ACAO".

           05 LINE 09 COLUMN 04 USING WS-LST-NUM (1).
           05 LINE 09 COLUMN 08 USING WS-LST-REGRA (1).
           05 LINE 09 COLUMN 13 USING WS-LST-ARQUIVO (1).
           05 LINE 09 COLUMN 27 USING WS-LST-CHAVE-ORFA (1).
           05 LINE 09 COLUMN 59 USING WS-LST-ACAO (1).
           05 LINE 10 COLUMN 04 USING WS-LST-NUM (2).
           05 LINE 10 COLUMN 08 USING WS-LST-REGRA (2).
           05 LINE 10 COLUMN 13 USING WS-LST-ARQUIVO (2).
           05 LINE 10 COLUMN 27 USING WS-LST-CHAVE-ORFA (2).
           05 LINE 10 COLUMN 59 USING WS-LST-ACAO (2).
           05 LINE 11 COLUMN 04 USING WS-LST-NUM (3).
           05 LINE 11 COLUMN 08 USING WS-LST-REGRA (3).
           05 LINE 11 COLUMN 13 USING WS-LST-ARQUIVO (3).
           05 LINE 11 COLUMN 27 USING WS-LST-CHAVE-ORFA (3).
           05 LINE 11 COLUMN 59 USING WS-LST-ACAO (3).
           05 LINE 12 COLUMN 04 USING WS-LST-NUM (4).
           05 LINE 12 COLUMN 08 USING WS-LST-REGRA (4).
           05 LINE 12 COLUMN 13 USING WS-LST-ARQUIVO (4).
           05 LINE 12 COLUMN 27 USING WS-LST-CHAVE-ORFA (4).
           05 LINE 12 COLUMN 59 USING WS-LST-ACAO (4).
           05 LINE 13 COLUMN 04 USING WS-LST-NUM (5).
           05 LINE 13 COLUMN 08 USING WS-LST-REGRA (5).
           05 LINE 13 COLUMN 13 USING WS-LST-ARQUIVO (5).
           05 LINE 13 COLUMN 27 USING WS-LST-CHAVE-ORFA (5).
           05 LINE 13 COLUMN 59 USING WS-LST-ACAO (5).
           05 LINE 14 COLUMN 04 USING WS-LST-NUM (6).
           05 LINE 14 COLUMN 08 USING WS-LST-REGRA (6).
           05 LINE 14 COLUMN 13 USING WS-LST-ARQUIVO (6).
           05 LINE 14 COLUMN 27 USING WS-LST-CHAVE-ORFA (6).
           05 LINE 14 COLUMN 59 USING WS-LST-ACAO (6).
           05 LINE 15 COLUMN 04 USING WS-LST-NUM (7).
           05 LINE 15 COLUMN 08 USING WS-LST-REGRA (7).
           05 LINE 15 COLUMN 13 USING WS-LST-ARQUIVO (7).
           05 LINE 15 COLUMN 27 USING WS-LST-CHAVE-ORFA (7).
           05 LINE 15 COLUMN 59 USING WS-LST-ACAO (7).
           05 LINE 16 COLUMN 04 USING WS-LST-NUM (8).
           05 LINE 16 COLUMN 08 USING WS-LST-REGRA (8).
           05 LINE 16 COLUMN 13 USING WS-LST-ARQUIVO (8).
           05 LINE 16 COLUMN 27 USING WS-LST-CHAVE-ORFA (8).
           05 LINE 16 COLUMN 59 USING WS-LST-ACAO (8).
           05 LINE 17 COLUMN 04 USING WS-LST-NUM (9).
           05 LINE 17 COLUMN 08 USING WS-LST-REGRA (9).
           05 LINE 17 COLUMN 13 USING WS-LST-ARQUIVO (9).
           05 LINE 17 COLUMN 27 USING WS-LST-CHAVE-ORFA (9).
           05 LINE 17 COLUMN 59 USING WS-LST-ACAO (9).
           05 LINE 18 COLUMN 04 USING WS-LST-NUM (10).
           05 LINE 18 COLUMN 08 USING WS-LST-REGRA (10).
           05 LINE 18 COLUMN 13 USING WS-LST-ARQUIVO (10).
           05 LINE 18 COLUMN 27 USING WS-LST-CHAVE-ORFA (10).
           05 LINE 18 COLUMN 59 USING WS-LST-ACAO (10).

           05 LINE 19 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 20 COLUMN 04 VALUE
              "NUMERO DA CORRECAO (00 P/ VOLTAR): [  ]".
           05 S-ESCOLHA LINE 20 COLUMN 40 PIC 99 TO WS-ESCOLHA.
           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA1-ACAO.
           05 LINE 24 COLUMN 04 PIC X(40) FROM IG-DESCRICAO.
           05 LINE 22 COLUMN 16 VALUE
              "(A)PLICAR OU (D)ESCARTAR? [ ]".
           05 PICK-ACAO LINE 22 COLUMN 43 PIC X TO WS-ACAO.

       01 TELA1-MENSAGEM.
           05 LINE 22 COLUMN 16 USING MSG.
           05 PRESS-ENTER LINE 22 COLUMN 80 TO CONFIRM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE CORRESPONDING WS-DATE TO WS-DD-MM-YYYY.

           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-OCORR-PATH FROM ENVIRONMENT
               "MACKALLCENTER_OCORRENCIAS_PATH"
               ON EXCEPTION
                   MOVE "D:\OCORRENCIAS.DAT" TO WS-OCORR-PATH
           END-ACCEPT

           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"
               ON EXCEPTION
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

      *the fix list deletes and clears rows on several files at
      *once, so it sits behind the supervisor visto like the other
      *approval queues.
           CALL "Visto_Supervisor" USING WS-VISTO-RETORNO
           IF WS-VISTO-RETORNO NOT = 1
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "OPCAO RESTRITA A SUPERVISORES" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               CALL "PGM2"
               EXIT PROGRAM
           END-IF

           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > 10
               MOVE SPACES TO WS-LISTA (WS-IDX-LISTA)
           END-PERFORM
           MOVE ZERO TO WS-QTD-LISTA

           PERFORM CARREGA-PENDENTES

           IF WS-QTD-LISTA = ZERO
               DISPLAY TELA1
               IF WS-TREINO = "S"
                   DISPLAY TELA-TREINO
               END-IF
               MOVE "NENHUMA CORRECAO PENDENTE (RODE PGM387)" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               CALL "PGM2"
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
               PERFORM TRATA-CORRECAO
           END-IF

           CALL "PGM2".

       CARREGA-PENDENTES.
           OPEN INPUT ARQ-INTEGRIDADE
           IF ST-INTEGRIDADE NOT = "00"
               MOVE "S" TO WS-FIM-ITG
           ELSE
               MOVE "N" TO WS-FIM-ITG
           END-IF

           PERFORM UNTIL WS-FIM-ITG = "S" OR WS-QTD-LISTA = 10
               READ ARQ-INTEGRIDADE NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ITG
                   NOT AT END
                       IF IG-PENDENTE
                           ADD 1 TO WS-QTD-LISTA
                           MOVE WS-QTD-LISTA TO
                               WS-LST-NUM (WS-QTD-LISTA)
                           MOVE IG-REGRA TO
                               WS-LST-REGRA (WS-QTD-LISTA)
                           MOVE IG-ARQUIVO TO
                               WS-LST-ARQUIVO (WS-QTD-LISTA)
                           MOVE IG-CHAVE-ORFA (1:30) TO
                               WS-LST-CHAVE-ORFA (WS-QTD-LISTA)
                           EVALUATE TRUE
                               WHEN IG-ACAO-EXCLUIR
                                   MOVE "EXCLUIR" TO
                                       WS-LST-ACAO (WS-QTD-LISTA)
                               WHEN IG-ACAO-LIMPAR
                                   MOVE "LIMPAR" TO
                                       WS-LST-ACAO (WS-QTD-LISTA)
                               WHEN OTHER
                                   MOVE "REVISAR" TO
                                       WS-LST-ACAO (WS-QTD-LISTA)
                           END-EVALUATE
                           MOVE IG-CHAVE TO
                               WS-LST-CHAVE (WS-QTD-LISTA)
                       END-IF
               END-READ
           END-PERFORM

           IF ST-INTEGRIDADE NOT = "35"
               CLOSE ARQ-INTEGRIDADE
           END-IF.

       TRATA-CORRECAO.
      *in training the fix list and the files it corrects are the
      *live ones, so the list is shown but nothing is applied.
           IF WS-TREINO = "S"
               MOVE "MODO TREINAMENTO - LISTA NAO ALTERADA" TO MSG
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-INTEGRIDADE
           MOVE WS-LST-CHAVE (WS-ESCOLHA) TO IG-CHAVE
           READ ARQ-INTEGRIDADE
               INVALID KEY MOVE "N" TO FOUND-ITG
               NOT INVALID KEY MOVE "S" TO FOUND-ITG
           END-READ

           IF FOUND-ITG NOT = "S" OR NOT IG-PENDENTE
               MOVE "CORRECAO NAO ESTA MAIS PENDENTE" TO MSG
               CLOSE ARQ-INTEGRIDADE
               DISPLAY TELA1-MENSAGEM
               ACCEPT PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACAO
           PERFORM WITH TEST AFTER UNTIL WS-ACAO = "A" OR "D"
               DISPLAY TELA1-ACAO
               ACCEPT PICK-ACAO
           END-PERFORM

           IF WS-ACAO = "A"
               PERFORM APLICA-CORRECAO
           ELSE
               SET IG-DESCARTADA TO TRUE
               MOVE "CORRECAO DESCARTADA" TO MSG
           END-IF
           MOVE WS-OPERADOR-ID TO IG-OPERADOR
           MOVE WS-DATE TO IG-DATA-DECISAO
           REWRITE REG-INTEGRIDADE
           CLOSE ARQ-INTEGRIDADE

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER.

      *APLICA-CORRECAO checks again that the reference is still
      *broken -- the list may be days old and the parent restored
      *since -- and only then deletes or clears. A row whose
      *reference resolves now is closed as discarded.
       APLICA-CORRECAO.
           IF IG-ACAO-REVISAR
               SET IG-APLICADA TO TRUE
               MOVE "MARCADA COMO REVISADA" TO MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-AINDA-ORFA
           IF WS-AINDA-ORFA NOT = "S"
               SET IG-DESCARTADA TO TRUE
               MOVE "REFERENCIA JA CORRIGIDA - NADA FEITO" TO MSG
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FOUND-REG
           EVALUATE IG-ARQUIVO
               WHEN "AGENDA"
                   PERFORM EXCLUI-AGENDA
               WHEN "NOTAS"
                   PERFORM EXCLUI-NOTA
               WHEN "EXCLUSOES"
                   PERFORM EXCLUI-EXCLUSAO
               WHEN "CONTATOS"
                   PERFORM EXCLUI-CONTATO
               WHEN "ATENDENTES"
                   PERFORM LIMPA-TIME-ATENDENTE
           END-EVALUATE

           IF FOUND-REG = "S"
               SET IG-APLICADA TO TRUE
               MOVE "CORRECAO APLICADA" TO MSG
           ELSE
               SET IG-DESCARTADA TO TRUE
               MOVE "REGISTRO NAO EXISTE MAIS - NADA FEITO" TO MSG
           END-IF.

       VERIFICA-AINDA-ORFA.
           MOVE "S" TO WS-AINDA-ORFA
           EVALUATE IG-ARQUIVO
               WHEN "CONTATOS"
                   OPEN INPUT ARQ-CLIENTES
                   IF ST-CLIENTE = "00"
                       MOVE IG-REFERENCIA (1:11) TO CPF
                       READ ARQ-CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "N" TO WS-AINDA-ORFA
                       END-READ
                       CLOSE ARQ-CLIENTES
                   END-IF
               WHEN "ATENDENTES"
                   OPEN INPUT ARQ-TIMES
                   IF ST-TIME = "00"
                       MOVE IG-REFERENCIA (1:5) TO TM-ID
                       READ ARQ-TIMES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "N" TO WS-AINDA-ORFA
                       END-READ
                       CLOSE ARQ-TIMES
                   END-IF
               WHEN OTHER
                   OPEN INPUT ARQ-OCORR
                   IF ST-OCORR = "00"
                       MOVE IG-REFERENCIA TO O-CHAVE
                       READ ARQ-OCORR
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "N" TO WS-AINDA-ORFA
                       END-READ
                       CLOSE ARQ-OCORR
                   END-IF
                   OPEN INPUT ARQ-OCORR-ARQ
                   IF ST-OCO-ARQ = "00"
                       MOVE IG-REFERENCIA TO OA-CHAVE
                       READ ARQ-OCORR-ARQ
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "N" TO WS-AINDA-ORFA
                       END-READ
                       CLOSE ARQ-OCORR-ARQ
                   END-IF
           END-EVALUATE.

       EXCLUI-AGENDA.
           OPEN I-O ARQ-AGENDA
           IF ST-AGENDA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IG-CHAVE-ORFA (1:25) TO AG-CHAVE
           READ ARQ-AGENDA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-AGENDA RECORD
                   MOVE "S" TO FOUND-REG
           END-READ
           CLOSE ARQ-AGENDA.

       EXCLUI-NOTA.
           OPEN I-O ARQ-NOTAS
           IF ST-NOTA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IG-CHAVE-ORFA (1:39) TO NT-CHAVE
           READ ARQ-NOTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-NOTAS RECORD
                   MOVE "S" TO FOUND-REG
           END-READ
           CLOSE ARQ-NOTAS.

       EXCLUI-EXCLUSAO.
           OPEN I-O ARQ-EXCLUSOES
           IF ST-EXCLUSAO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IG-CHAVE-ORFA (1:25) TO XP-CHAVE
           READ ARQ-EXCLUSOES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-EXCLUSOES RECORD
                   MOVE "S" TO FOUND-REG
           END-READ
           CLOSE ARQ-EXCLUSOES.

       EXCLUI-CONTATO.
           OPEN I-O ARQ-CONTATOS
           IF ST-CONTATO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IG-CHAVE-ORFA (1:13) TO CT-CHAVE
           READ ARQ-CONTATOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-CONTATOS RECORD
                   MOVE "S" TO FOUND-REG
           END-READ
           CLOSE ARQ-CONTATOS.

      *the attendant stays; only the team that no longer exists is
      *taken off, to be set again in the attendant's maintenance.
       LIMPA-TIME-ATENDENTE.
           OPEN I-O ARQ-ATENDENTES
           IF ST-ATENDENTE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE IG-CHAVE-ORFA (1:5) TO AT-ID
           READ ARQ-ATENDENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AT-TIME = IG-REFERENCIA (1:5)
                       MOVE SPACES TO AT-TIME AT-DATA-TIME
                       REWRITE REG-ATENDENTE
                       MOVE "S" TO FOUND-REG
                   END-IF
           END-READ
           CLOSE ARQ-ATENDENTES.
