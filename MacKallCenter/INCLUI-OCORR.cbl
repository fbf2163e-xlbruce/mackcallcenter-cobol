               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT ARQ-ATENDENTES ASSIGN TO "D:\ATENDENTES.DAT"
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS ST-CATEGORIA-ARQ.

           SELECT ARQ-INCIDENTES ASSIGN TO "D:\INCIDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-NUMERO
               FILE STATUS IS ST-INCIDENTE.

           SELECT ARQ-ROTEIROS ASSIGN TO "D:\ROTEIROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS ST-ROTEIRO.

           SELECT ARQ-NOTAS ASSIGN TO "D:\NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               FILE STATUS IS ST-NOTA.

           SELECT ARQ-SCORE-CHURN ASSIGN TO "D:\SCORE_CHURN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CPF
               FILE STATUS IS ST-SCORE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
       FD ARQ-CATEGORIAS.
           COPY CATCOPY.

       FD ARQ-INCIDENTES.
           COPY INCCOPY.

       FD ARQ-ROTEIROS.
           COPY ROTCOPY.

       FD ARQ-NOTAS.
           COPY NOTCOPY.

       FD ARQ-SCORE-CHURN.
           COPY SCHCOPY.

       WORKING-STORAGE SECTION.
       01 WS-CLIENTE.
          05 C-CPF PIC 9(11).
           05 FILLER VALUE "    ".

       COPY STACOPY.
       COPY OPERSESSCOPY.

       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 WS-PRIORIDADE-DESC PIC X(13).
       77 WS-ABERTURA-DATA8 PIC 9(8).
       77 WS-LIMITE-DATA8 PIC 9(8).
       77 WS-NIVEL-CLIENTE PIC X VALUE SPACE.

      *a call left open is routed by skill to the least loaded
      *attendant on shift (Distribui_Ocorrencia); the one who typed
      *it is kept as who opened it in OCORRHIST.
       77 WS-DI-OPERACAO PIC X VALUE "E".
       77 WS-DI-ORIGEM PIC X(30) VALUE SPACES.
       77 WS-DI-AT-ID PIC X(5) VALUE SPACES.
       77 WS-DI-AT-NOME PIC X(30) VALUE SPACES.
       77 WS-DI-RETORNO PIC 9 VALUE ZERO.

       77 FOUND-CPF PIC X.
       77 FOUND-ATENDENTE PIC X.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-ATENDENTE PIC XX VALUE SPACES.
       77 WS-JR-ARQUIVO PIC X(12) VALUE SPACES.
       77 WS-JR-OPERACAO PIC X(1) VALUE SPACE.
       77 WS-JR-CHAVE PIC X(40) VALUE SPACES.
       77 WS-JR-IMAGEM PIC X(300) VALUE SPACES.
       77 ST-CRM-FEED PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 ST-SERIE PIC XX VALUE SPACES.
       77 FOUND-CATEGORIA PIC X VALUE "N".
       77 WS-CATEGORIA-DESC PIC X(20) VALUE SPACES.
       77 WS-PROTOCOLO PIC 9(10) VALUE ZERO.
       77 ST-INCIDENTE PIC XX VALUE SPACES.

      *fields supporting VERIFICA-INCIDENTE: the incident the caller
      *turned out to be part of (zero when none, or when the attendant
      *judged the call to be about something else) and the details
      *shown to the attendant before linking.
       77 WS-INCIDENTE PIC 9(8) VALUE ZERO.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-FIM-INCIDENTES PIC X VALUE "N".
       77 WS-INCIDENTE-NA-AREA PIC X VALUE "N".
       77 WS-ESCOLHE-INCIDENTE PIC X VALUE SPACE.
       77 WS-INC-TIPO-DESC PIC X(22) VALUE SPACES.
       01 WS-INC-PREVISAO.
           05 WS-INC-PREV-DIA PIC 9(2).
           05 FILLER PIC X VALUE '/'.
           05 WS-INC-PREV-MES PIC 9(2).
           05 FILLER PIC X VALUE '/'.
           05 WS-INC-PREV-ANO PIC 9(4).
           05 FILLER PIC X(4) VALUE " AS ".
           05 WS-INC-PREV-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 WS-INC-PREV-MIN PIC 9(2).

      *fields supporting CONDUZ-ROTEIRO: the step the script is on,
      *the caller's answer to it, and how the walk ended -- the same
      *RESOLVIDO/VISITA/INTERROMPIDO words the script note carries.
      *WS-RT-CONTA stops a script whose steps loop back on each other.
       77 ST-ROTEIRO PIC XX VALUE SPACES.
       77 ST-NOTA PIC XX VALUE SPACES.
       77 WS-RT-USADO PIC X VALUE "N".
       77 WS-RT-PASSO PIC 9(2) VALUE ZERO.
       77 WS-RT-RESPOSTA PIC X VALUE SPACE.
       77 WS-RT-IDX PIC 9 VALUE ZERO.
       77 WS-RT-CONTA PIC 9(3) VALUE ZERO.
       77 WS-RT-RESOLUCAO PIC X(3) VALUE SPACES.
       77 WS-RT-DESFECHO PIC X(12) VALUE SPACES.
           88 WS-RT-RESOLVIDO VALUE "RESOLVIDO".
           88 WS-RT-VISITA VALUE "VISITA".
           88 WS-RT-INTERROMPIDO VALUE "INTERROMPIDO".
       77 WS-RT-FIM PIC X VALUE "N".

      *the churn-risk score the nightly RISCO_EVASAO run left for the
      *client, shown as soon as the client is pulled up.
       77 ST-SCORE PIC XX VALUE SPACES.
       77 WS-RISCO-PONTOS PIC ZZ9.
       77 WS-RISCO-TELA PIC X(38) VALUE SPACES.
       01 WS-CRM-DATA PIC X(10).
       01 WS-CRM-HORA PIC X(05).

           05 LINE 16 COLUMN 22 USING C-CEP.
           05 LINE 17 COLUMN 22 USING C-TELEFONE.
           05 LINE 18 COLUMN 22 USING C-TIPO-PACOTE.
           05 LINE 18 COLUMN 28 VALUE "RISCO EVASAO: ".
           05 LINE 18 COLUMN 42 PIC X(38) FROM WS-RISCO-TELA.
           05 LINE 19 COLUMN 22 USING C-QTDE-PONTOS-RESIDENCIA.
           05 LINE 20 COLUMN 22 USING C-VENCIMENTO-FATURA.
           05 LINE 21 COLUMN 22 USING C-DATA-INCLUSAO-CLIENTE.
           05 PICK-ESCOLHE-REL LINE 20 COLUMN 51 PIC X
               TO WS-ESCOLHE-REL.

       01 TELA-INCIDENTE.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 24
               VALUE "FALHA CONHECIDA NA REGIAO DO CLIENTE".
           05 LINE 05 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 07 COLUMN 04 VALUE "INCIDENTE......: [        ]".
           05 LINE 07 COLUMN 22 PIC 9(8) FROM IN-NUMERO.
           05 LINE 07 COLUMN 34 PIC X(22) FROM WS-INC-TIPO-DESC.

           05 LINE 08 COLUMN 04 VALUE "PREVISAO.......: [".
           05 LINE 08 COLUMN 22 PIC X(19) FROM WS-INC-PREVISAO.
           05 LINE 08 COLUMN 41 VALUE "]".

           05 LINE 09 COLUMN 04 VALUE "DESCRICAO......: ".
           05 LINE 10 COLUMN 04 PIC X(60) FROM IN-DESCRICAO.

           05 LINE 20 COLUMN 04 VALUE
               "A LIGACAO E SOBRE ESTA FALHA? VINCULAR (S/N)? [ ]".
           05 PICK-ESCOLHE-INCIDENTE LINE 20 COLUMN 51 PIC X
               TO WS-ESCOLHE-INCIDENTE.

       01 TELA-ROTEIRO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 03 COLUMN 28 VALUE "ROTEIRO DE ATENDIMENTO".
           05 LINE 05 COLUMN 04 VALUE "CATEGORIA......: [   ]".
           05 LINE 05 COLUMN 22 PIC X(03) FROM O-CATEGORIA.
           05 LINE 05 COLUMN 28 PIC X(20) FROM WS-CATEGORIA-DESC.
           05 LINE 06 COLUMN 04 VALUE "PASSO..........: [  ]".
           05 LINE 06 COLUMN 22 PIC 9(02) FROM WS-RT-PASSO.
           05 LINE 07 COLUMN 01 PIC X(80) FROM LINHA.

           05 LINE 09 COLUMN 04 VALUE "PERGUNTE AO CLIENTE:".
           05 LINE 11 COLUMN 04 PIC X(60) FROM RT-PERGUNTA.

           05 LINE 15 COLUMN 04 VALUE
               "RESPOSTA (S=SIM N=NAO X=INTERROMPER): [ ]".
           05 PICK-RT-RESPOSTA LINE 15 COLUMN 44 PIC X
               TO WS-RT-RESPOSTA.

           05 LINE 21 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 22 COLUMN 05 VALUE "MENSAGENS: ".
           05 LINE 23 COLUMN 01 PIC X(80) FROM LINHA.

       01 TELA2.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 PIC X(80) FROM LINHA.
           05 LINE 15 COLUMN 04 VALUE "DESCRICAO DA OCORRENCIA: ".
           05 S-DESCRICAO LINE 16 COLUMN 04 PIC X(70) TO O-DESCRICAO.

           05 LINE 18 COLUMN 04 VALUE "RISCO EVASAO...: ".
           05 LINE 18 COLUMN 22 PIC X(38) FROM WS-RISCO-TELA.

           05 LINE 19 COLUMN 04 VALUE "STATUS...: [ ]".
           05 S-STAT LINE 19 COLUMN 16 PIC 9 TO O-STAT.
           05 LINE 19 COLUMN 19 USING WS-STAT-DESC.
           MOVE YYYY OF WS-DATE TO WS-HOJE-ANO
           MOVE MM OF WS-DATE TO WS-HOJE-MES
           MOVE DD OF WS-DATE TO WS-HOJE-DIA.
           MOVE WS-DATE TO WS-HOJE-DATA8.

           DISPLAY TELA1.
           PERFORM MOSTRA-TREINO
                   READ ARQ-CLIENTE RECORD INTO WS-CLIENTE
                       KEY IS CPF
                       INVALID KEY MOVE "N" TO FOUND-CPF
                       NOT INVALID KEY
                           MOVE "S" TO FOUND-CPF
                           MOVE NIVEL-SERVICO TO WS-NIVEL-CLIENTE
                   END-READ
               CLOSE ARQ-CLIENTE

               IF FOUND-CPF = "S"
                   PERFORM BUSCA-RISCO-EVASAO
                   DISPLAY TELA1-VALUES
                   PERFORM WITH TEST AFTER UNTIL
                           CONFIRMA-CLIENTE = "S" OR "N"
               END-IF
           END-IF

           PERFORM VERIFICA-INCIDENTE

           PERFORM VINCULA-OCORR-RELACIONADA

           ACCEPT WS-TIME FROM TIME
           MOVE ZERO TO O-DATA-FECHAMENTO
           MOVE ZERO TO O-DIAS-SUSPENSOS O-DATA-INICIO-ESPERA
           MOVE SPACES TO O-TICKET-CRM
           MOVE WS-INCIDENTE TO O-INCIDENTE

           OPEN INPUT ARQ-ATENDENTES
           MOVE "N" TO FOUND-ATENDENTE

           PERFORM ESCOLHE-CATEGORIA

           PERFORM CONDUZ-ROTEIRO

           PERFORM WITH TEST AFTER UNTIL O-DESCRICAO NOT EQUAL SPACES
               ACCEPT S-DESCRICAO
           END-PERFORM

      *a call the script resolved is closed right here with the
      *script's resolution code; every other call is classified by
      *hand as before.
           IF WS-RT-RESOLVIDO
               MOVE 1 TO O-STAT
               MOVE 3 TO O-ANDAMENTO
               MOVE WS-RT-RESOLUCAO TO O-RESOLUCAO
               MOVE WS-HOJE-DATA8 TO O-DATA-FECHAMENTO
           ELSE
               PERFORM WITH TEST AFTER UNTIL O-STAT = 0 OR 1
                   ACCEPT S-STAT
               END-PERFORM
           END-IF
           PERFORM DECODE-STATUS
           DISPLAY TELA2

           IF NOT WS-RT-RESOLVIDO
               PERFORM WITH TEST AFTER UNTIL
                       O-ANDAMENTO = 0 OR 1 OR 2 OR 3
                   ACCEPT S-ANDAMENTO
               END-PERFORM
           END-IF
           PERFORM DECODE-ANDAMENTO
           DISPLAY TELA2

           PERFORM DECODE-PRIORIDADE
           DISPLAY TELA2

           MOVE ZERO TO WS-DI-RETORNO
           IF O-STAT = 0
               PERFORM DISTRIBUI-OCORRENCIA
           END-IF

           OPEN I-O ARQ-OCORR
           PERFORM WITH TEST AFTER UNTIL ST-OCORR NOT = "22"
               WRITE REG-OCORRENCIA
                       ADD 1 TO O-SEQ
               END-WRITE
           END-PERFORM
           IF ST-OCORR = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-OCORRENCIA
           END-IF
           CLOSE ARQ-OCORR

           IF WS-DI-RETORNO = 1
               MOVE "R" TO WS-DI-OPERACAO
               CALL "Distribui_Ocorrencia" USING WS-DI-OPERACAO
                   O-CATEGORIA O-CHAVE WS-DI-ORIGEM WS-DI-AT-ID
                   WS-DI-AT-NOME WS-DI-RETORNO
               MOVE 1 TO WS-DI-RETORNO
           END-IF

           PERFORM GRAVA-NOTA-ROTEIRO

           PERFORM GERA-PROTOCOLO

           PERFORM PUBLICA-CRM-FEED
           DISPLAY TELA2-MENSAGEM
           ACCEPT PRESS-ENTER-2

           IF WS-DI-RETORNO = 1
               MOVE SPACES TO MSG
               STRING "ENCAMINHADA A " WS-DI-AT-NOME
                   DELIMITED BY SIZE INTO MSG
               DISPLAY TELA2-MENSAGEM
               ACCEPT PRESS-ENTER-2
           END-IF

           IF WS-RT-VISITA
               MOVE "ROTEIRO PEDE VISITA TECNICA - AGENDAR" TO MSG
               DISPLAY TELA2-MENSAGEM
               ACCEPT PRESS-ENTER-2
           END-IF

           CALL "PGM2".

      *DISTRIBUI-OCORRENCIA hands the open call to the attendant the
      *skills and the roster pick; with nobody to take it the call
      *stays with whoever typed it, as before.
       DISTRIBUI-OCORRENCIA.
           MOVE "E" TO WS-DI-OPERACAO
           MOVE O-ATENDENTE TO WS-DI-ORIGEM
           CALL "Distribui_Ocorrencia" USING WS-DI-OPERACAO
               O-CATEGORIA O-CHAVE WS-DI-ORIGEM WS-DI-AT-ID
               WS-DI-AT-NOME WS-DI-RETORNO
           IF WS-DI-RETORNO = 1
               MOVE WS-DI-AT-NOME TO O-ATENDENTE
           END-IF.

      *ESCOLHE-CATEGORIA makes the subject classification mandatory
      *at intake: the code typed has to exist and be active in
      *CATEGORIAS.DAT, the same validate-against-the-master gate the
           END-PERFORM
           CLOSE ARQ-CATEGORIAS.

      *CONDUZ-ROTEIRO walks the attendant through the troubleshooting
      *script of the category just chosen (ROTEIROS.DAT), step 01
      *first, following each "sim"/"nao" to the next step until the
      *script resolves the call or sends it out to a field visit. A
      *category with no script, or no script master on disk, goes
      *straight on to the description as before. The attendant can
      *always break off (X) when the caller's problem does not fit.
       CONDUZ-ROTEIRO.
           MOVE "N" TO WS-RT-USADO
           MOVE SPACES TO WS-RT-DESFECHO WS-RT-RESOLUCAO
           OPEN INPUT ARQ-ROTEIROS
           IF ST-ROTEIRO NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE O-CATEGORIA TO RT-CATEGORIA
           MOVE 1 TO RT-PASSO
           READ ARQ-ROTEIROS
               INVALID KEY
                   CLOSE ARQ-ROTEIROS
                   EXIT PARAGRAPH
           END-READ

           MOVE "S" TO WS-RT-USADO
           MOVE 1 TO WS-RT-PASSO
           MOVE ZERO TO WS-RT-CONTA
           MOVE "N" TO WS-RT-FIM
           PERFORM WITH TEST BEFORE UNTIL WS-RT-FIM = "S"
               PERFORM PERGUNTA-PASSO
           END-PERFORM
           CLOSE ARQ-ROTEIROS

      *the intake screen comes back for the description.
           DISPLAY TELA2
           PERFORM MOSTRA-TREINO.

       PERGUNTA-PASSO.
           ADD 1 TO WS-RT-CONTA
           DISPLAY TELA-ROTEIRO
           PERFORM MOSTRA-TREINO
           MOVE SPACE TO WS-RT-RESPOSTA
           PERFORM WITH TEST AFTER UNTIL WS-RT-RESPOSTA = "S" OR "N"
                   OR "X"
               ACCEPT PICK-RT-RESPOSTA
               MOVE FUNCTION UPPER-CASE (WS-RT-RESPOSTA)
                   TO WS-RT-RESPOSTA
           END-PERFORM

           IF WS-RT-RESPOSTA = "X"
               SET WS-RT-INTERROMPIDO TO TRUE
               MOVE "S" TO WS-RT-FIM
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-RESPOSTA = "S"
               MOVE 1 TO WS-RT-IDX
           ELSE
               MOVE 2 TO WS-RT-IDX
           END-IF

           EVALUATE TRUE
               WHEN RT-RESOLVE (WS-RT-IDX)
                   SET WS-RT-RESOLVIDO TO TRUE
                   MOVE RT-RESOLUCAO (WS-RT-IDX) TO WS-RT-RESOLUCAO
                   MOVE "S" TO WS-RT-FIM
               WHEN RT-VISITA (WS-RT-IDX)
                   SET WS-RT-VISITA TO TRUE
                   MOVE "S" TO WS-RT-FIM
               WHEN OTHER
                   PERFORM AVANCA-PASSO
           END-EVALUATE.

      *a step pointing at a step that is not on file, or a script
      *that has gone round more steps than it has, ends the walk as
      *interrupted on the step the attendant was last on.
       AVANCA-PASSO.
           IF WS-RT-CONTA >= 99
               SET WS-RT-INTERROMPIDO TO TRUE
               MOVE "S" TO WS-RT-FIM
               EXIT PARAGRAPH
           END-IF
           MOVE RT-PASSO-DESTINO (WS-RT-IDX) TO RT-PASSO
           READ ARQ-ROTEIROS
               INVALID KEY
                   MOVE WS-RT-PASSO TO RT-PASSO
                   SET WS-RT-INTERROMPIDO TO TRUE
                   MOVE "S" TO WS-RT-FIM
                   MOVE "PASSO SEGUINTE NAO CADASTRADO NO ROTEIRO"
                       TO MSG
                   DISPLAY TELA2-MENSAGEM
                   ACCEPT PRESS-ENTER-2
               NOT INVALID KEY
                   MOVE RT-PASSO TO WS-RT-PASSO
           END-READ.

      *GRAVA-NOTA-ROTEIRO leaves the step the call ended on, and how,
      *in the occurrence's NOTAS.DAT narrative (NT-TEXTO-ROTEIRO),
      *which is what the monthly script report counts.
       GRAVA-NOTA-ROTEIRO.
      *a training session must leave the live auxiliary files alone.
           IF WS-TREINO = "S" OR WS-RT-USADO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NT-TEXTO
           MOVE "ROTEIRO " TO NT-RT-MARCA
           MOVE O-CATEGORIA TO NT-RT-CATEGORIA
           MOVE " PASSO " TO NT-RT-ROTULO-PASSO
           MOVE WS-RT-PASSO TO NT-RT-PASSO
           MOVE " - " TO NT-RT-SEPARADOR
           MOVE WS-RT-DESFECHO TO NT-RT-DESFECHO
           IF WS-RT-RESOLVIDO
               MOVE " RES " TO NT-RT-ROTULO-RES
               MOVE WS-RT-RESOLUCAO TO NT-RT-RESOLUCAO
           END-IF

           MOVE O-CHAVE TO NT-CHAVE-OCORR
           MOVE YYYY OF WS-DATE TO NT-ANO-NOTA
           MOVE MM OF WS-DATE TO NT-MES-NOTA
           MOVE DD OF WS-DATE TO NT-DIA-NOTA
           MOVE HH OF WS-TIME TO NT-HH-NOTA
           MOVE MM OF WS-TIME TO NT-MIN-NOTA
           MOVE ZERO TO NT-SEQ
           MOVE WS-OPERADOR-ID TO NT-OPERADOR

           OPEN I-O ARQ-NOTAS
           IF ST-NOTA = "35"
               OPEN OUTPUT ARQ-NOTAS
           END-IF
           PERFORM WITH TEST AFTER UNTIL ST-NOTA NOT = "22"
               WRITE REG-NOTA
                   INVALID KEY
                       ADD 1 TO NT-SEQ
               END-WRITE
           END-PERFORM
           IF ST-NOTA = "00"
               MOVE "W" TO WS-JR-OPERACAO
               PERFORM JOURNAL-NOTA
           END-IF
           CLOSE ARQ-NOTAS.

      *GERA-PROTOCOLO issues the sequential protocol number the
      *attendant reads out to the caller: the year row in the series
      *file is bumped under I-O and the resulting year + sequence
           CLOSE ARQ-PROTOCOLO.


      *BUSCA-RISCO-EVASAO reads the client's score off SCORE_CHURN.DAT;
      *a CPF not on it had no warning sign on file last night.
       BUSCA-RISCO-EVASAO.
           MOVE "SEM SINAIS DE RISCO" TO WS-RISCO-TELA
           OPEN INPUT ARQ-SCORE-CHURN
           IF ST-SCORE = "00"
               MOVE C-CPF TO SC-CPF
               READ ARQ-SCORE-CHURN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SC-PONTOS TO WS-RISCO-PONTOS
                       MOVE SPACES TO WS-RISCO-TELA
                       IF SC-RISCO-ALTO
                           STRING WS-RISCO-PONTOS " ALTO - " SC-MOTIVO
                               DELIMITED BY SIZE INTO WS-RISCO-TELA
                       ELSE
                           STRING WS-RISCO-PONTOS " - " SC-MOTIVO
                               DELIMITED BY SIZE INTO WS-RISCO-TELA
                       END-IF
               END-READ
               CLOSE ARQ-SCORE-CHURN
           END-IF.

      *the banner makes a training session unmistakable on sight.
       MOSTRA-TREINO.
           IF WS-TREINO = "S"
               END-IF
           END-IF.

      *VERIFICA-INCIDENTE warns the attendant when the caller lives
      *inside the area of a known mass outage (or of a planned
      *maintenance already under way) registered in INCIDENTES.DAT,
      *and links the new occurrence to it, so the hundred calls of
      *one outage are closed together when the incident is. Every
      *incident covering the client is offered in turn until the
      *attendant takes one; with no incident master on disk there is
      *nothing to warn about.
       VERIFICA-INCIDENTE.
           MOVE ZERO TO WS-INCIDENTE
           OPEN INPUT ARQ-INCIDENTES
           IF ST-INCIDENTE NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIM-INCIDENTES
           PERFORM WITH TEST BEFORE UNTIL WS-FIM-INCIDENTES = "S"
               READ ARQ-INCIDENTES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-INCIDENTES
                   NOT AT END
                       PERFORM CONFERE-AREA-INCIDENTE
                       IF WS-INCIDENTE-NA-AREA = "S"
                           PERFORM OFERECE-INCIDENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-INCIDENTES

      *the client's screen comes back for the questions that follow.
           DISPLAY TELA1
           DISPLAY TELA1-VALUES
           PERFORM MOSTRA-TREINO.

      *a planned maintenance only counts from its start date on; an
      *incident already closed never does.
       CONFERE-AREA-INCIDENTE.
           MOVE "N" TO WS-INCIDENTE-NA-AREA
           IF IN-ENCERRADO
               EXIT PARAGRAPH
           END-IF
           IF IN-PROGRAMADO AND IN-DATA-INICIO > WS-HOJE-DATA8
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN IN-POR-CEP
                   IF C-CEP (1:8) >= IN-CEP-INICIAL
                           AND C-CEP (1:8) <= IN-CEP-FINAL
                       MOVE "S" TO WS-INCIDENTE-NA-AREA
                   END-IF
               WHEN IN-POR-BAIRRO
                   IF C-CIDADE = IN-CIDADE
                           AND (IN-BAIRRO = SPACES
                               OR C-BAIRRO = IN-BAIRRO)
                       MOVE "S" TO WS-INCIDENTE-NA-AREA
                   END-IF
               WHEN IN-POR-DDD
                   IF C-DDD = IN-DDD
                       MOVE "S" TO WS-INCIDENTE-NA-AREA
                   END-IF
           END-EVALUATE.

       OFERECE-INCIDENTE.
           IF IN-MANUTENCAO
               MOVE "(MANUTENCAO PROGRAMADA)" TO WS-INC-TIPO-DESC
           ELSE
               MOVE "(FALHA)" TO WS-INC-TIPO-DESC
           END-IF
           MOVE IN-DATA-PREVISAO (7:2) TO WS-INC-PREV-DIA
           MOVE IN-DATA-PREVISAO (5:2) TO WS-INC-PREV-MES
           MOVE IN-DATA-PREVISAO (1:4) TO WS-INC-PREV-ANO
           MOVE IN-HORA-PREVISAO (1:2) TO WS-INC-PREV-HH
           MOVE IN-HORA-PREVISAO (3:2) TO WS-INC-PREV-MIN
           DISPLAY TELA-INCIDENTE
           PERFORM MOSTRA-TREINO
           MOVE SPACES TO WS-ESCOLHE-INCIDENTE
           PERFORM WITH TEST AFTER UNTIL
                   WS-ESCOLHE-INCIDENTE = "S" OR "N"
               ACCEPT PICK-ESCOLHE-INCIDENTE
           END-PERFORM
           IF WS-ESCOLHE-INCIDENTE = "S"
               MOVE IN-NUMERO TO WS-INCIDENTE
               MOVE "S" TO WS-FIM-INCIDENTES
           END-IF.

       PUBLICA-CRM-FEED.
      *practice data must never reach the CRM: in training mode the
      *feed line is simply not written.
                       PERFORM CREDITA-PONTO-FIDELIDADE
                   END-IF
                   REWRITE REG-CLIENTE
                   IF ST-CLIENTE = "00"
                       MOVE "R" TO WS-JR-OPERACAO
                       PERFORM JOURNAL-CLIENTE
                   END-IF
               END-IF
           CLOSE ARQ-CLIENTE.

                   COMPUTE WS-ABERTURA-DATA8 =
                       O-ANO-OCORR * 10000 + O-MES-OCORR * 100
                           + O-DIA-OCORR
      *the deadline comes off the SLA matrix for the client's tier,
      *the category and the priority; business days skip weekends
      *and FERIADOS.DAT, so an ALTA ticket opened on a Friday evening
      *is not already breached on Monday morning.
                   MOVE WS-NIVEL-CLIENTE TO O-NIVEL-SLA
                   CALL "Prazo_SLA" USING O-NIVEL-SLA O-CATEGORIA
                       O-PRIORIDADE WS-ABERTURA-DATA8 O-HORA-OCORR
                       WS-LIMITE-DATA8
                   MOVE WS-LIMITE-DATA8 (1:4) TO O-ANO-LIMITE-SLA
                   MOVE WS-LIMITE-DATA8 (5:2) TO O-MES-LIMITE-SLA
                   MOVE WS-LIMITE-DATA8 (7:2) TO O-DIA-LIMITE-SLA
               END-IF
           END-PERFORM.

      *the JOURNAL- paragraphs hand the after-image of a master
      *record just written, rewritten or deleted to the
      *forward-recovery journal (Grava_Journal, JRNCOPY); the
      *caller sets WS-JR-OPERACAO first.
       JOURNAL-OCORRENCIA.
           MOVE "OCORRENCIAS" TO WS-JR-ARQUIVO
           MOVE O-CHAVE TO WS-JR-CHAVE
           MOVE REG-OCORRENCIA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-NOTA.
           MOVE "NOTAS" TO WS-JR-ARQUIVO
           MOVE NT-CHAVE TO WS-JR-CHAVE
           MOVE REG-NOTA TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.

       JOURNAL-CLIENTE.
           MOVE "CLIENTES" TO WS-JR-ARQUIVO
           MOVE CPF TO WS-JR-CHAVE
           MOVE REG-CLIENTE TO WS-JR-IMAGEM
           CALL "Grava_Journal" USING WS-JR-ARQUIVO WS-JR-OPERACAO
               WS-JR-CHAVE WS-JR-IMAGEM.
