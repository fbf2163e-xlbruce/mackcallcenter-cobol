      *DISTRIBUICAO AUTOMATICA DE OCORRENCIAS
      *Shared by INCLUI_OCORR (a call not resolved on the spot) and
      *the runs that open occurrences with no real owner
      *(IMPORTA_OCORRENCIAS, COBRANCA_AUTOMATICA), so every new open
      *occurrence is routed under the same rules. DI-OPERACAO:
      *  "E" - escolhe: picks, for category DI-CATEGORIA, the active
      *        attendant (ATENDENTES.DAT) holding the skill
      *        (HABILIDADES.DAT, HABCOPY) and on today's roster
      *        (ESCALAS.DAT, the roster keyed by the same matricula)
      *        with the lightest open queue, each open occurrence
      *        weighing 3, 2 or 1 for priority ALTA, MEDIA or BAIXA --
      *        the same queue FILA_ATENDIMENTO shows, concluded ones
      *        left out. A tie goes to the first in skills-file order.
      *        DI-AT-ID and DI-AT-NOME come back with the choice.
      *  "R" - registra: once the caller has written occurrence
      *        DI-CHAVE-OCORR under DI-AT-NOME, records the routing on
      *        OCORRHIST.DAT (H-DISTRIBUICAO) with DI-ATENDENTE-ORIGEM
      *        as who opened it, so a supervisor can see it and move
      *        the occurrence on through ALTERA_OCORR.
      *DI-RETORNO comes back:
      *  1 - done (attendant chosen / routing recorded);
      *  2 - nobody skilled, active and on today's roster -- the
      *      occurrence keeps the owner the caller gave it;
      *  3 - no skills file yet, so nothing is routed.
       IDENTIFICATION DIVISION.
       program-id. Distribui_Ocorrencia as "Distribui_Ocorrencia".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HABILIDADES ASSIGN TO "D:\HABILIDADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-CHAVE
               FILE STATUS IS ST-HABILIDADE.

           SELECT ARQ-ATENDENTES ASSIGN TO "D:\ATENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-ID
               FILE STATUS IS ST-ATENDENTE.

           SELECT ARQ-ESCALAS ASSIGN TO "D:\ESCALAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS ST-ESCALA.

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

           SELECT ARQ-OCORR-HIST ASSIGN TO "D:\OCORRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               FILE STATUS IS ST-HIST.

       data division.
       FILE SECTION.
       FD ARQ-HABILIDADES.
           COPY HABCOPY.

       FD ARQ-ATENDENTES.
           COPY ATECOPY.

       FD ARQ-ESCALAS.
           COPY ESCCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       FD ARQ-OCORR-HIST.
           COPY OCOHISTCOPY.

       working-storage section.
       77 WS-TREINO PIC X VALUE "N".
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 ST-HABILIDADE PIC XX VALUE SPACES.
       77 ST-ATENDENTE PIC XX VALUE SPACES.
       77 ST-ESCALA PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 ST-HIST PIC XX VALUE SPACES.
       77 WS-FIM-HABILIDADES PIC X VALUE "N".
       77 WS-FIM-FILA PIC X VALUE "N".
       77 WS-ELEGIVEL PIC X VALUE "N".
       77 WS-ACHOU PIC X VALUE "N".
       77 WS-CARGA PIC 9(5) VALUE ZERO.
       77 WS-MENOR-CARGA PIC 9(5) VALUE ZERO.

       01 WS-DATA-HOJE.
           05 HOJE-ANO PIC 9999.
           05 HOJE-MES PIC 99.
           05 HOJE-DIA PIC 99.
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       linkage section.
       77 DI-OPERACAO PIC X(1).
       77 DI-CATEGORIA PIC X(3).
       77 DI-CHAVE-OCORR PIC X(25).
       77 DI-ATENDENTE-ORIGEM PIC X(30).
       77 DI-AT-ID PIC X(5).
       77 DI-AT-NOME PIC X(30).
       77 DI-RETORNO PIC 9.

       PROCEDURE DIVISION USING DI-OPERACAO DI-CATEGORIA
               DI-CHAVE-OCORR DI-ATENDENTE-ORIGEM DI-AT-ID DI-AT-NOME
               DI-RETORNO.
       INICIO.
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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME

           IF DI-OPERACAO = "R"
               PERFORM REGISTRA-DISTRIBUICAO
           ELSE
               PERFORM ESCOLHE-ATENDENTE
           END-IF
           GOBACK.

      *ESCOLHE-ATENDENTE walks the skills file once; every active row
      *for the category is a candidate, checked against the
      *attendants master and the roster, then weighed by its queue.
       ESCOLHE-ATENDENTE.
           MOVE SPACES TO DI-AT-ID DI-AT-NOME
           MOVE ZERO TO WS-MENOR-CARGA
           OPEN INPUT ARQ-HABILIDADES
           IF ST-HABILIDADE NOT = "00"
               MOVE 3 TO DI-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO DI-RETORNO
           IF DI-CATEGORIA = SPACES
               CLOSE ARQ-HABILIDADES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARQ-ATENDENTES
           OPEN INPUT ARQ-ESCALAS
           OPEN INPUT ARQ-OCORR
           IF ST-ATENDENTE NOT = "00" OR ST-ESCALA NOT = "00"
                   OR ST-OCORR NOT = "00"
               CLOSE ARQ-HABILIDADES ARQ-ATENDENTES ARQ-ESCALAS
                     ARQ-OCORR
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIM-HABILIDADES
           PERFORM UNTIL WS-FIM-HABILIDADES = "S"
               READ ARQ-HABILIDADES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-HABILIDADES
                   NOT AT END
                       IF HB-CATEGORIA = DI-CATEGORIA
                               AND HB-ATIVO = "S"
                           PERFORM VERIFICA-ELEGIVEL
                           IF WS-ELEGIVEL = "S"
                               PERFORM CALCULA-CARGA
                               IF DI-RETORNO = 2
                                       OR WS-CARGA < WS-MENOR-CARGA
                                   MOVE 1 TO DI-RETORNO
                                   MOVE WS-CARGA TO WS-MENOR-CARGA
                                   MOVE AT-ID TO DI-AT-ID
                                   MOVE AT-NOME TO DI-AT-NOME
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-HABILIDADES
                 ARQ-ATENDENTES
                 ARQ-ESCALAS
                 ARQ-OCORR.

      *an attendant takes new work only while active and rostered
      *for a shift today.
       VERIFICA-ELEGIVEL.
           MOVE "N" TO WS-ELEGIVEL
           MOVE HB-AT-ID TO AT-ID
           READ ARQ-ATENDENTES
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF AT-ATIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE HB-AT-ID TO ES-OPERADOR
           MOVE WS-DATA-HOJE TO ES-DATA
           READ ARQ-ESCALAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-ELEGIVEL
           END-READ.

      *CALCULA-CARGA reads the attendant's open queue the way
      *FILA_ATENDIMENTO does, on O-CHAVE-FILA, weighing each
      *occurrence by its priority.
       CALCULA-CARGA.
           MOVE ZERO TO WS-CARGA
           MOVE "N" TO WS-FIM-FILA
           MOVE ZERO TO O-STAT
           MOVE AT-NOME TO O-ATENDENTE
           START ARQ-OCORR KEY IS = O-CHAVE-FILA
               INVALID KEY MOVE "S" TO WS-FIM-FILA
           END-START
           PERFORM UNTIL WS-FIM-FILA = "S"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-FILA
                   NOT AT END
                       IF O-STAT NOT = ZERO
                               OR O-ATENDENTE NOT = AT-NOME
                           MOVE "S" TO WS-FIM-FILA
                       ELSE
                           IF O-ANDAMENTO NOT = 3
                               IF O-PRIORIDADE = 1 OR 2 OR 3
                                   COMPUTE WS-CARGA =
                                       WS-CARGA + 4 - O-PRIORIDADE
                               ELSE
                                   ADD 1 TO WS-CARGA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *REGISTRA-DISTRIBUICAO copies the occurrence as written into
      *the audit trail; practice routing leaves no trace, like every
      *other audit row.
       REGISTRA-DISTRIBUICAO.
           MOVE 1 TO DI-RETORNO
           IF WS-TREINO = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ACHOU
           OPEN INPUT ARQ-OCORR
           IF ST-OCORR = "00"
               MOVE DI-CHAVE-OCORR TO O-CHAVE
               READ ARQ-OCORR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-ACHOU
               END-READ
               CLOSE ARQ-OCORR
           END-IF
           IF WS-ACHOU NOT = "S"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-OCORR-HIST
           IF ST-HIST = "35"
               OPEN OUTPUT ARQ-OCORR-HIST
               CLOSE ARQ-OCORR-HIST
               OPEN I-O ARQ-OCORR-HIST
           END-IF

           MOVE O-CPF TO H-CPF
           MOVE WS-DATA-HOJE TO H-DATA-ALTERACAO
           MOVE WS-HH-ATUAL TO H-HH-ALTERACAO
           MOVE WS-MIN-ATUAL TO H-MIN-ALTERACAO
           MOVE ZERO TO H-SEQ
           MOVE DI-ATENDENTE-ORIGEM TO H-ATENDENTE-ALTERACAO
           MOVE O-DESCRICAO TO H-DESCRICAO-ANTERIOR
           MOVE O-STAT TO H-STAT-ANTERIOR
           MOVE O-ANDAMENTO TO H-ANDAMENTO-ANTERIOR
           MOVE DI-AT-NOME TO H-ATENDENTE-NOVO
           MOVE O-DATA-OCORR TO H-OCORR-DATA
           MOVE O-HORA-OCORR TO H-OCORR-HORA
           MOVE O-SEQ TO H-OCORR-SEQ
           SET H-DISTRIBUICAO TO TRUE
           MOVE SPACES TO H-CHAVE-ORIGEM

           PERFORM WITH TEST AFTER UNTIL ST-HIST NOT = "22"
               WRITE REG-OCORR-HIST
                   INVALID KEY
                       ADD 1 TO H-SEQ
               END-WRITE
           END-PERFORM
           CLOSE ARQ-OCORR-HIST.
