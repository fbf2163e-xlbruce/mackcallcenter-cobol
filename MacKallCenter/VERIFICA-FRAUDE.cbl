      *VERIFICACAO DE FRAUDE NA ASSINATURA
      *CALLed by the sales screen (PGM11) and by IMPORTA_CLIENTES
      *before a new client is written. A customer cancelled for debt
      *signing up again under a relative's CPF at the same address is
      *caught by walking DEVEDORES.DAT -- only clients with an open
      *balance are on it -- and comparing each one that is cancelled
      *or suspended against the new sale's CEP + ENDERECO +
      *COMPLEMENTO and its phone. A debtor paying an installment
      *agreement in good standing has already been dealt with, as in
      *COBRANCA_AUTOMATICA, and does not block anyone.
      *VF-OPERACAO "V" checks: VF-RETORNO comes back 0 (clean), 1
      *(address of a debtor) or 2 (phone of a debtor) with the
      *debtor's CPF and open balance, and a hit line is appended to
      *FRAUDE_ASSINATURA.TXT (FRDCOPY). "L" records the release of
      *the sale just checked: the caller passes back what "V"
      *returned plus the reason in VF-MOTIVO.
       IDENTIFICATION DIVISION.
       program-id. Verifica_Fraude as "Verifica_Fraude".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVEDORES ASSIGN TO "D:\DEVEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CPF
               FILE STATUS IS ST-DEV.

           SELECT ARQ-CLI ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLI.

           SELECT ARQ-ACORDOS ASSIGN TO "D:\ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS ST-ACORDO.

           SELECT ARQ-FRAUDE ASSIGN TO "D:\FRAUDE_ASSINATURA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FRAUDE.

       data division.
       FILE SECTION.
       FD ARQ-DEVEDORES.
           COPY DEVCOPY.

       FD ARQ-CLI.
           COPY CLICOPY.

       FD ARQ-ACORDOS.
           COPY PARCCOPY.

       FD ARQ-FRAUDE.
           COPY FRDCOPY.

       working-storage section.
           COPY OPERSESSCOPY.

       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 ST-DEV PIC XX VALUE SPACES.
       77 ST-CLI PIC XX VALUE SPACES.
       77 ST-ACORDO PIC XX VALUE SPACES.
       77 ST-FRAUDE PIC XX VALUE SPACES.
       77 WS-TREINO PIC X VALUE "N".
       77 WS-FIM PIC X VALUE "N".
       77 WS-EM-ACORDO PIC X VALUE "N".
       77 WS-TEM-ACORDOS PIC X VALUE "N".
       77 WS-ENDERECO-NOVO PIC X(45) VALUE SPACES.
       77 WS-COMPLEMENTO-NOVO PIC X(10) VALUE SPACES.
       77 WS-ENDERECO-DEV PIC X(45) VALUE SPACES.
       77 WS-COMPLEMENTO-DEV PIC X(10) VALUE SPACES.
       01 WS-HORA-TMP.
           05 WS-HORA-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).

       linkage section.
       77 VF-OPERACAO PIC X(1).
       77 VF-ORIGEM PIC X(6).
       77 VF-CPF-NOVO PIC 9(11).
       77 VF-CEP PIC X(9).
       77 VF-ENDERECO PIC X(45).
       77 VF-COMPLEMENTO PIC X(10).
       77 VF-DDD PIC 9(2).
       77 VF-TELEFONE PIC X(9).
       77 VF-MOTIVO PIC X(40).
       77 VF-RETORNO PIC 9.
       77 VF-CPF-DEVEDOR PIC 9(11).
       77 VF-VALOR-ABERTO PIC 9(7)V99.

       PROCEDURE DIVISION USING VF-OPERACAO VF-ORIGEM VF-CPF-NOVO
                                VF-CEP VF-ENDERECO VF-COMPLEMENTO
                                VF-DDD VF-TELEFONE VF-MOTIVO
                                VF-RETORNO VF-CPF-DEVEDOR
                                VF-VALOR-ABERTO.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           IF VF-OPERACAO = "L"
               PERFORM GRAVA-FRAUDE
               GOBACK
           END-IF

           MOVE ZERO TO VF-RETORNO VF-CPF-DEVEDOR VF-VALOR-ABERTO

           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"
               ON EXCEPTION
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

      *addresses are keyed free-hand, so both sides are compared in
      *capitals.
           MOVE FUNCTION UPPER-CASE (VF-ENDERECO) TO WS-ENDERECO-NOVO
           MOVE FUNCTION UPPER-CASE (VF-COMPLEMENTO)
               TO WS-COMPLEMENTO-NOVO

      *no delinquency position on disk means nobody is in debt yet.
           OPEN INPUT ARQ-DEVEDORES
           IF ST-DEV NOT = "00"
               GOBACK
           END-IF
           OPEN INPUT ARQ-CLI
           IF ST-CLI NOT = "00"
               CLOSE ARQ-DEVEDORES
               GOBACK
           END-IF
           OPEN INPUT ARQ-ACORDOS
           IF ST-ACORDO = "00"
               MOVE "S" TO WS-TEM-ACORDOS
           ELSE
               MOVE "N" TO WS-TEM-ACORDOS
           END-IF

           MOVE "N" TO WS-FIM
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-DEVEDORES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END PERFORM CONFERE-DEVEDOR
               END-READ
           END-PERFORM

           CLOSE ARQ-DEVEDORES
                 ARQ-CLI
           IF WS-TEM-ACORDOS = "S"
               CLOSE ARQ-ACORDOS
           END-IF

           IF VF-RETORNO NOT = ZERO
               PERFORM GRAVA-FRAUDE
           END-IF

           GOBACK.

      *the first debtor the sale matches stops the walk.
       CONFERE-DEVEDOR.
           IF DEV-VALOR-ABERTO = ZERO OR DEV-CPF = VF-CPF-NOVO
               EXIT PARAGRAPH
           END-IF

           MOVE DEV-CPF TO CPF
           READ ARQ-CLI
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT CLIENTE-CANCELADO AND NOT CLIENTE-SUSPENSO
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE (ENDERECO) TO WS-ENDERECO-DEV
           MOVE FUNCTION UPPER-CASE (COMPLEMENTO) TO WS-COMPLEMENTO-DEV
           IF CEP = VF-CEP AND CEP NOT = SPACES
                   AND WS-ENDERECO-DEV = WS-ENDERECO-NOVO
                   AND WS-COMPLEMENTO-DEV = WS-COMPLEMENTO-NOVO
               MOVE 1 TO VF-RETORNO
           ELSE
               IF DDD = VF-DDD AND TELEFONE = VF-TELEFONE
                       AND TELEFONE NOT = SPACES
                   MOVE 2 TO VF-RETORNO
               END-IF
           END-IF

           IF VF-RETORNO NOT = ZERO
               PERFORM VERIFICA-ACORDO
               IF WS-EM-ACORDO = "S"
                   MOVE ZERO TO VF-RETORNO
               ELSE
                   MOVE DEV-CPF TO VF-CPF-DEVEDOR
                   MOVE DEV-VALOR-ABERTO TO VF-VALOR-ABERTO
                   MOVE "S" TO WS-FIM
               END-IF
           END-IF.

       VERIFICA-ACORDO.
           MOVE "N" TO WS-EM-ACORDO
           IF WS-TEM-ACORDOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE DEV-CPF TO AC-CPF
           MOVE ZERO TO AC-DATA-ACORDO AC-SEQ
           START ARQ-ACORDOS KEY IS >= AC-CHAVE
               INVALID KEY
                   MOVE "00" TO ST-ACORDO
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL ST-ACORDO NOT = "00"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END MOVE "10" TO ST-ACORDO
                   NOT AT END
                       IF AC-CPF NOT = DEV-CPF
                           MOVE "10" TO ST-ACORDO
                       ELSE
                           IF AC-EM-DIA
                               MOVE "S" TO WS-EM-ACORDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO ST-ACORDO.

       GRAVA-FRAUDE.
           MOVE SPACES TO REG-FRAUDE
           ACCEPT FR-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-TMP FROM TIME
           MOVE WS-HORA-HHMMSS TO FR-HORA
           IF VF-OPERACAO = "L"
               SET FR-LIBERACAO TO TRUE
               MOVE VF-MOTIVO TO FR-MOTIVO
           ELSE
               SET FR-OCORRENCIA TO TRUE
           END-IF
           MOVE VF-ORIGEM TO FR-ORIGEM
           MOVE VF-CPF-NOVO TO FR-CPF-NOVO
           MOVE VF-CPF-DEVEDOR TO FR-CPF-DEVEDOR
           IF VF-RETORNO = 2
               SET FR-POR-TELEFONE TO TRUE
           ELSE
               SET FR-POR-ENDERECO TO TRUE
           END-IF
           MOVE VF-VALOR-ABERTO TO FR-VALOR-ABERTO
           MOVE WS-OPERADOR-ID TO FR-OPERADOR
           IF WS-TREINO = "S"
               MOVE "S" TO FR-TREINO
           ELSE
               MOVE "N" TO FR-TREINO
           END-IF

           OPEN EXTEND ARQ-FRAUDE
           IF ST-FRAUDE = "35"
               OPEN OUTPUT ARQ-FRAUDE
           END-IF
           WRITE REG-FRAUDE
           CLOSE ARQ-FRAUDE.
