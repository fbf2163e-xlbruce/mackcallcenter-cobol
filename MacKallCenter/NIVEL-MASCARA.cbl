      *NIVEL DE MASCARAMENTO DE DADOS DO CLIENTE
      *Decides whether a client's CPF, phone and address go out in
      *full (NM-NIVEL "C") or masked ("M"), so every screen and report
      *applies one rule instead of each deciding for itself. A report
      *passes the name it catalogs under in NM-RELATORIO and the
      *level its program was written with in NM-NIVEL; a supervisor's
      *row on NIVEIS_RELATORIO.DAT overrides it. A screen passes
      *spaces for the report and the CPF on display: supervisors see
      *everything, and an attendant sees the full values only while
      *the client has an occurrence still open -- the case they are
      *working on. Each value is then masked through Mascara_Dado.
       IDENTIFICATION DIVISION.
       program-id. Nivel_Mascara as "Nivel_Mascara".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NIVEIS ASSIGN TO "D:\NIVEIS_RELATORIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-RELATORIO
               FILE STATUS IS ST-NIVEL.

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

       data division.
       FILE SECTION.
       FD ARQ-NIVEIS.
           COPY NVRCOPY.

       FD ARQ-OCORR.
           COPY OCOCOPY.

       working-storage section.
           COPY OPERSESSCOPY.

       77 ST-NIVEL PIC XX VALUE SPACES.
       77 ST-OCORR PIC XX VALUE SPACES.
       77 WS-OCORR-PATH PIC X(40) VALUE "D:\OCORRENCIAS.DAT".
       77 FOUND-OCORR PIC X VALUE "N".

       linkage section.
       77 NM-RELATORIO PIC X(20).
       77 NM-CPF PIC X(11).
       77 NM-NIVEL PIC X.

       PROCEDURE DIVISION USING NM-RELATORIO NM-CPF NM-NIVEL.
       INICIO.
           IF NM-RELATORIO NOT = SPACES
               IF NM-NIVEL NOT = "C"
                   MOVE "M" TO NM-NIVEL
               END-IF
               OPEN INPUT ARQ-NIVEIS
               IF ST-NIVEL = "00"
                   MOVE NM-RELATORIO TO NR-RELATORIO
                   READ ARQ-NIVEIS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE NR-NIVEL TO NM-NIVEL
                   END-READ
                   CLOSE ARQ-NIVEIS
               END-IF
               GOBACK
           END-IF

           IF WS-OPERADOR-SUPERVISOR
               MOVE "C" TO NM-NIVEL
               GOBACK
           END-IF

           MOVE "M" TO NM-NIVEL
           IF NM-CPF IS NOT NUMERIC
               GOBACK
           END-IF

           ACCEPT WS-OCORR-PATH FROM ENVIRONMENT
               "MACKALLCENTER_OCORRENCIAS_PATH"
               ON EXCEPTION
                   MOVE "D:\OCORRENCIAS.DAT" TO WS-OCORR-PATH
           END-ACCEPT

           OPEN INPUT ARQ-OCORR
           IF ST-OCORR NOT = "00"
               GOBACK
           END-IF
           MOVE LOW-VALUES TO O-CHAVE
           MOVE NM-CPF TO O-CPF
           START ARQ-OCORR KEY IS >= O-CHAVE
               INVALID KEY MOVE "N" TO FOUND-OCORR
               NOT INVALID KEY MOVE "S" TO FOUND-OCORR
           END-START
           PERFORM WITH TEST BEFORE UNTIL FOUND-OCORR = "N"
               READ ARQ-OCORR NEXT RECORD
                   AT END MOVE "N" TO FOUND-OCORR
               END-READ
               IF FOUND-OCORR = "S"
                   IF O-CPF = NM-CPF
                       IF O-STAT NOT = 1
                           MOVE "C" TO NM-NIVEL
                           MOVE "N" TO FOUND-OCORR
                       END-IF
                   ELSE
                       MOVE "N" TO FOUND-OCORR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-OCORR
           GOBACK.
