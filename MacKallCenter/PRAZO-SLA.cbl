      *PRAZO DE SLA PELA MATRIZ
      *CALLed wherever an occurrence gets its O-DATA-LIMITE-SLA, the
      *way Calendario_Util is, so the screen, the imports and the
      *dunning run all agree on a deadline. Looks the tier, category
      *and priority up on SLA_MATRIZ.DAT (SLMCOPY), taking the row
      *with the latest vigencia not after the opening date; with no
      *row for the category it tries the tier's all-categories row
      *(category spaces), and with neither it falls back on the
      *PR-DIAS-SLA business days of TABELA-PRIORIDADE, which is
      *exactly the deadline every occurrence got before the matrix.
      *PZ-NIVEL comes back resolved: anything but "P" or "E" is
      *returned as "R", so the caller can stamp it on O-NIVEL-SLA.
       IDENTIFICATION DIVISION.
       program-id. Prazo_SLA as "Prazo_SLA".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MATRIZ ASSIGN TO "D:\SLA_MATRIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS ST-MATRIZ.

       data division.
       FILE SECTION.
       FD ARQ-MATRIZ.
           COPY SLMCOPY.

       working-storage section.
           COPY STACOPY.

       77 ST-MATRIZ PIC XX VALUE SPACES.
       77 WS-FIM PIC X VALUE "N".
       77 WS-ACHOU PIC X VALUE "N".
       77 WS-CATEGORIA-BUSCA PIC X(3) VALUE SPACES.
       77 WS-UNIDADE PIC X VALUE "D".
       77 WS-PRAZO PIC 9(3) VALUE ZERO.
       77 WS-CAL-OPERACAO PIC X VALUE "A".
       77 WS-CAL-DIAS PIC S9(5) VALUE ZERO.
       77 WS-MINUTOS PIC 9(7) VALUE ZERO.
       77 WS-DIAS-CORRIDOS PIC 9(5) VALUE ZERO.
       77 WS-DATA-INT PIC S9(9) VALUE ZERO.

       linkage section.
       77 PZ-NIVEL PIC X(1).
       77 PZ-CATEGORIA PIC X(3).
       77 PZ-PRIORIDADE PIC 9.
       77 PZ-DATA-ABERTURA PIC 9(8).
       01 PZ-HORA-ABERTURA.
           05 PZ-HH-ABERTURA PIC 99.
           05 PZ-MIN-ABERTURA PIC 99.
       77 PZ-DATA-LIMITE PIC 9(8).

       PROCEDURE DIVISION USING PZ-NIVEL PZ-CATEGORIA PZ-PRIORIDADE
                                PZ-DATA-ABERTURA PZ-HORA-ABERTURA
                                PZ-DATA-LIMITE.
       INICIO.
           IF PZ-NIVEL NOT = "P" AND PZ-NIVEL NOT = "E"
               MOVE "R" TO PZ-NIVEL
           END-IF

           MOVE "N" TO WS-ACHOU
           OPEN INPUT ARQ-MATRIZ
           IF ST-MATRIZ = "00"
               MOVE PZ-CATEGORIA TO WS-CATEGORIA-BUSCA
               PERFORM PROCURA-VIGENCIA
               IF WS-ACHOU = "N" AND PZ-CATEGORIA NOT = SPACES
                   MOVE SPACES TO WS-CATEGORIA-BUSCA
                   PERFORM PROCURA-VIGENCIA
               END-IF
               CLOSE ARQ-MATRIZ
           END-IF

           IF WS-ACHOU = "N"
               PERFORM PRAZO-PADRAO
           END-IF

           IF WS-UNIDADE = "H"
               PERFORM SOMA-HORAS
           ELSE
               MOVE "A" TO WS-CAL-OPERACAO
               MOVE WS-PRAZO TO WS-CAL-DIAS
               CALL "Calendario_Util" USING WS-CAL-OPERACAO
                   PZ-DATA-ABERTURA WS-CAL-DIAS PZ-DATA-LIMITE
           END-IF

           GOBACK.

      *rows of one tier/category/priority sit together in vigencia
      *order, so the last one read before a vigencia later than the
      *opening date is the one in force when the occurrence opened.
       PROCURA-VIGENCIA.
           MOVE PZ-NIVEL TO SM-NIVEL
           MOVE WS-CATEGORIA-BUSCA TO SM-CATEGORIA
           MOVE PZ-PRIORIDADE TO SM-PRIORIDADE
           MOVE ZERO TO SM-VIGENCIA
           MOVE "N" TO WS-FIM
           START ARQ-MATRIZ KEY IS >= SM-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-MATRIZ NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       IF SM-NIVEL NOT = PZ-NIVEL
                               OR SM-CATEGORIA NOT = WS-CATEGORIA-BUSCA
                               OR SM-PRIORIDADE NOT = PZ-PRIORIDADE
                               OR SM-VIGENCIA > PZ-DATA-ABERTURA
                           MOVE "S" TO WS-FIM
                       ELSE
                           MOVE "S" TO WS-ACHOU
                           MOVE SM-UNIDADE TO WS-UNIDADE
                           MOVE SM-PRAZO TO WS-PRAZO
                       END-IF
               END-READ
           END-PERFORM.

       PRAZO-PADRAO.
           MOVE "D" TO WS-UNIDADE
           MOVE ZERO TO WS-PRAZO
           PERFORM VARYING IDX-PRIORIDADE FROM 1 BY 1
                   UNTIL IDX-PRIORIDADE > 3
               IF PR-COD (IDX-PRIORIDADE) = PZ-PRIORIDADE
                   MOVE PR-DIAS-SLA (IDX-PRIORIDADE) TO WS-PRAZO
               END-IF
           END-PERFORM.

      *an hour-based deadline runs round the clock from the opening
      *time -- a dead business link is not left waiting for Monday --
      *and is stamped as the calendar day the hours run out on.
       SOMA-HORAS.
           COMPUTE WS-MINUTOS = PZ-HH-ABERTURA * 60 + PZ-MIN-ABERTURA
               + WS-PRAZO * 60
           COMPUTE WS-DIAS-CORRIDOS = WS-MINUTOS / 1440
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE (PZ-DATA-ABERTURA)
                   + WS-DIAS-CORRIDOS
           COMPUTE PZ-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INT).
