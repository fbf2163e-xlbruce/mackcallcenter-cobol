      *VERIFICACAO DE COBERTURA POR CEP
      *Shared coverage check, CALLed the same way Validador_CPF is by
      *every point of sale (INSERIR CLIENTE, ASSINATURAS) and by the
      *waitlist run, so they all agree on where a sale can be made.
      *VC-RETORNO comes back 1 when the package VC-PACOTE can be sold
      *at VC-CEP, 2 when the CEP is outside every served range and 3
      *when the area is served but that package is not sold there
      *(VC-PACOTE spaces only asks about the area). VC-AREA returns
      *the description of the range found. While COBERTURA.DAT does
      *not exist no area has been mapped yet, and every sale passes.
       IDENTIFICATION DIVISION.
       program-id. Verifica_Cobertura as "Verifica_Cobertura".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COBERTURA ASSIGN TO "D:\COBERTURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CEP-FIM
               FILE STATUS IS ST-COBERTURA.

       data division.
       FILE SECTION.
       FD ARQ-COBERTURA.
           COPY COBCOPY.

       working-storage section.
       77 ST-COBERTURA PIC XX VALUE SPACES.
       77 FOUND-FAIXA PIC X VALUE "N".
       77 WS-CONT PIC 99 VALUE ZERO.

       linkage section.
       77 VC-CEP PIC 9(8).
       77 VC-PACOTE PIC X(1).
       77 VC-RETORNO PIC 9.
       77 VC-AREA PIC X(30).

       PROCEDURE DIVISION USING VC-CEP VC-PACOTE VC-RETORNO VC-AREA.
       INICIO.
           MOVE 1 TO VC-RETORNO
           MOVE SPACES TO VC-AREA

           OPEN INPUT ARQ-COBERTURA
           IF ST-COBERTURA NOT = "00"
               GOBACK
           END-IF

           MOVE "N" TO FOUND-FAIXA
           MOVE VC-CEP TO CB-CEP-FIM
           START ARQ-COBERTURA KEY IS >= CB-CEP-FIM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ARQ-COBERTURA NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CB-CEP-INICIO <= VC-CEP
                               MOVE "S" TO FOUND-FAIXA
                           END-IF
                   END-READ
           END-START

           IF FOUND-FAIXA NOT = "S"
               MOVE 2 TO VC-RETORNO
           ELSE
               MOVE CB-DESCRICAO TO VC-AREA
               IF NOT CB-AREA-ATENDIDA
                   MOVE 2 TO VC-RETORNO
               ELSE
                   IF VC-PACOTE NOT = SPACE AND CB-PACOTES NOT = SPACES
                       MOVE ZERO TO WS-CONT
                       INSPECT CB-PACOTES TALLYING WS-CONT
                           FOR ALL VC-PACOTE
                       IF WS-CONT = ZERO
                           MOVE 3 TO VC-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF

           CLOSE ARQ-COBERTURA
           GOBACK.
