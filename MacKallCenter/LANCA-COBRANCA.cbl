      *LANCAMENTO DE COBRANCA DE SERVICO AVULSO
      *Shared by the charges screen (COBRANCA_SERVICOS), the visit
      *completion steps (AGENDA_VISITAS, CARGA_RETORNO_VISITA) and
      *MOVIMENTA_EQUIPAMENTO, so every charge is priced off the same
      *catalog (SERVICOS_COBRAVEIS.DAT, SVCCOPY) and lands on
      *COBRANCAS_SERVICO.DAT (CSVCOPY) under the same rules. The
      *service is LV-CODIGO or, when that comes in blank, the active
      *service tied to resolution LV-RESOLUCAO, whose code is handed
      *back in LV-CODIGO. A charge above MACKALLCENTER_COBRANCA_LIMITE
      *(whole reais) without LV-SUPERVISOR is written waiting for the
      *visto instead of pending.
      *LV-RETORNO comes back:
      *  1 - charge posted, pending for the next invoice;
      *  2 - charge posted, waiting for a supervisor's visto;
      *  3 - no active service for that code or resolution;
      *  4 - training session, nothing written;
      *  5 - the occurrence already carries a live charge of that
      *      service (a visit loaded twice charges once).
       IDENTIFICATION DIVISION.
       program-id. Lanca_Cobranca_Servico
           as "Lanca_Cobranca_Servico".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SERVICOS ASSIGN TO "D:\SERVICOS_COBRAVEIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CODIGO
               FILE STATUS IS ST-SERVICO.

           SELECT ARQ-COBRANCAS ASSIGN TO "D:\COBRANCAS_SERVICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS ST-COBRANCA.

       data division.
       FILE SECTION.
       FD ARQ-SERVICOS.
           COPY SVCCOPY.

       FD ARQ-COBRANCAS.
           COPY CSVCOPY.

       working-storage section.
       77 WS-TREINO PIC X VALUE "N".
       77 ST-SERVICO PIC XX VALUE SPACES.
       77 ST-COBRANCA PIC XX VALUE SPACES.
       77 FOUND-SERVICO PIC X VALUE "N".
       77 FOUND-COBRANCA PIC X VALUE "N".
       77 WS-FIM-SERVICOS PIC X VALUE "N".
       77 WS-JA-COBRADA PIC X VALUE "N".
       77 WS-LIMITE-COBRANCA PIC 9(5) VALUE ZERO.
       77 WS-CPF-X PIC X(11) VALUE SPACES.
      *the service found, kept apart from the catalog record area,
      *which is gone once the catalog is closed.
       77 WS-SB-CODIGO PIC X(3) VALUE SPACES.
       77 WS-SB-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-SB-PRECO PIC 9(5)V99 VALUE ZERO.

       01 WS-DATA-HOJE.
           05 HOJE-ANO PIC 9999.
           05 HOJE-MES PIC 99.
           05 HOJE-DIA PIC 99.
       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       linkage section.
       77 LV-CPF PIC 9(11).
       77 LV-CODIGO PIC X(3).
       77 LV-RESOLUCAO PIC X(3).
       77 LV-CHAVE-OCORR PIC X(25).
       77 LV-ORIGEM PIC X(1).
       77 LV-OPERADOR PIC X(5).
       77 LV-SUPERVISOR PIC X(5).
       77 LV-RETORNO PIC 9.

       PROCEDURE DIVISION USING LV-CPF LV-CODIGO LV-RESOLUCAO
               LV-CHAVE-OCORR LV-ORIGEM LV-OPERADOR LV-SUPERVISOR
               LV-RETORNO.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-LIMITE-COBRANCA FROM ENVIRONMENT
               "MACKALLCENTER_COBRANCA_LIMITE"
               ON EXCEPTION
                   MOVE 100 TO WS-LIMITE-COBRANCA
           END-ACCEPT
           IF WS-LIMITE-COBRANCA = ZERO
               MOVE 100 TO WS-LIMITE-COBRANCA
           END-IF

           PERFORM BUSCA-SERVICO
           IF FOUND-SERVICO NOT = "S"
               MOVE 3 TO LV-RETORNO
               GOBACK
           END-IF
           MOVE WS-SB-CODIGO TO LV-CODIGO

      *a practice charge must never reach the file the billing
      *extract reads.
           IF WS-TREINO = "S"
               MOVE 4 TO LV-RETORNO
               GOBACK
           END-IF

           OPEN I-O ARQ-COBRANCAS
           IF ST-COBRANCA = "35"
               OPEN OUTPUT ARQ-COBRANCAS
               CLOSE ARQ-COBRANCAS
               OPEN I-O ARQ-COBRANCAS
           END-IF

           MOVE LV-CPF TO WS-CPF-X
           PERFORM VERIFICA-JA-COBRADA
           IF WS-JA-COBRADA = "S"
               CLOSE ARQ-COBRANCAS
               MOVE 5 TO LV-RETORNO
               GOBACK
           END-IF

           PERFORM GRAVA-COBRANCA
           CLOSE ARQ-COBRANCAS
           GOBACK.

      *BUSCA-SERVICO reads the service by code, or walks the catalog
      *for the active service tied to the resolution code.
       BUSCA-SERVICO.
           MOVE "N" TO FOUND-SERVICO
           OPEN INPUT ARQ-SERVICOS
           IF ST-SERVICO NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF LV-CODIGO NOT = SPACES
               MOVE LV-CODIGO TO SB-CODIGO
               READ ARQ-SERVICOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SB-ATIVO = "S"
                           MOVE "S" TO FOUND-SERVICO
                           PERFORM GUARDA-SERVICO
                       END-IF
               END-READ
           ELSE
               IF LV-RESOLUCAO NOT = SPACES
                   MOVE "N" TO WS-FIM-SERVICOS
                   PERFORM UNTIL WS-FIM-SERVICOS = "S"
                       READ ARQ-SERVICOS NEXT RECORD
                           AT END MOVE "S" TO WS-FIM-SERVICOS
                           NOT AT END
                               IF SB-ATIVO = "S"
                                       AND SB-RESOLUCAO = LV-RESOLUCAO
                                   MOVE "S" TO FOUND-SERVICO
                                   MOVE "S" TO WS-FIM-SERVICOS
                                   PERFORM GUARDA-SERVICO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           CLOSE ARQ-SERVICOS.

       GUARDA-SERVICO.
           MOVE SB-CODIGO TO WS-SB-CODIGO
           MOVE SB-DESCRICAO TO WS-SB-DESCRICAO
           MOVE SB-PRECO TO WS-SB-PRECO.

      *VERIFICA-JA-COBRADA walks the client's charges the usual way,
      *START on the CPF and read forward while it still matches.
       VERIFICA-JA-COBRADA.
           MOVE "N" TO WS-JA-COBRADA
           IF LV-CHAVE-OCORR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-X TO CV-CPF
           MOVE ZEROS TO CV-DATA-LANC CV-HORA-LANC CV-SEQ
           START ARQ-COBRANCAS KEY IS >= CV-CHAVE
               INVALID KEY MOVE "N" TO FOUND-COBRANCA
               NOT INVALID KEY MOVE "S" TO FOUND-COBRANCA
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-COBRANCA = "N"
               READ ARQ-COBRANCAS NEXT RECORD
                   AT END MOVE "N" TO FOUND-COBRANCA
               END-READ
               IF FOUND-COBRANCA = "S" AND CV-CPF = WS-CPF-X
                   IF CV-CHAVE-OCORR = LV-CHAVE-OCORR
                           AND CV-CODIGO = WS-SB-CODIGO
                           AND NOT CV-ESTORNADA
                       MOVE "S" TO WS-JA-COBRADA
                   END-IF
               ELSE
                   MOVE "N" TO FOUND-COBRANCA
               END-IF
           END-PERFORM.

       GRAVA-COBRANCA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME

           INITIALIZE REG-COBRANCA-SERVICO
           MOVE WS-CPF-X TO CV-CPF
           MOVE WS-DATA-HOJE TO CV-DATA-LANC
           MOVE WS-HH-ATUAL TO CV-HH-LANC
           MOVE WS-MIN-ATUAL TO CV-MIN-LANC
           MOVE ZERO TO CV-SEQ
           MOVE WS-SB-CODIGO TO CV-CODIGO
           MOVE WS-SB-DESCRICAO TO CV-DESCRICAO
           MOVE WS-SB-PRECO TO CV-VALOR
           MOVE LV-CHAVE-OCORR TO CV-CHAVE-OCORR
           MOVE LV-ORIGEM TO CV-ORIGEM
           MOVE LV-OPERADOR TO CV-OPERADOR
           MOVE LV-SUPERVISOR TO CV-SUPERVISOR
           IF WS-SB-PRECO > WS-LIMITE-COBRANCA
                   AND LV-SUPERVISOR = SPACES
               SET CV-AGUARDA-VISTO TO TRUE
               MOVE 2 TO LV-RETORNO
           ELSE
               SET CV-PENDENTE TO TRUE
               MOVE 1 TO LV-RETORNO
           END-IF

           PERFORM WITH TEST AFTER UNTIL ST-COBRANCA NOT = "22"
               WRITE REG-COBRANCA-SERVICO
                   INVALID KEY
                       ADD 1 TO CV-SEQ
               END-WRITE
           END-PERFORM.
