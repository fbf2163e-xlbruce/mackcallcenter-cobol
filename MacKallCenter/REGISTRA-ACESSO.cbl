      *REGISTRO DE ACESSO A DADOS DO CLIENTE
      *CALLed by CONSULTAS and by the client insert and edit screens
      *every time a client's record is put in front of an operator,
      *the way Menu_Principal writes LOGIN_LOG.TXT on every sign-on:
      *appends one REG-ACESSO line to ACESSOS_CLIENTE.TXT stamped
      *with the signed-on operator, the date and time, the CPF shown
      *and how it was found (RA-METODO, e.g. BUSCA-POR-NOME). The
      *access reports read the file back; nothing is ever rewritten.
       IDENTIFICATION DIVISION.
       program-id. Registra_Acesso as "Registra_Acesso".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSOS ASSIGN TO "D:\ACESSOS_CLIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-ACESSO.

       data division.
       FILE SECTION.
       FD ARQ-ACESSOS.
           COPY ACSCOPY.

       working-storage section.
           COPY OPERSESSCOPY.

       77 ST-ACESSO PIC XX VALUE SPACES.
       77 WS-TREINO PIC X VALUE "N".
       01 WS-HORA-TMP.
           05 WS-HORA-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).

       linkage section.
       77 RA-CPF PIC X(11).
       77 RA-METODO PIC X(20).
       77 RA-PROGRAMA PIC X(5).
       77 RA-TIPO PIC X(1).

       PROCEDURE DIVISION USING RA-CPF RA-METODO RA-PROGRAMA RA-TIPO.
       INICIO.
           IF RA-CPF = SPACES OR RA-CPF = ZEROS
               GOBACK
           END-IF

           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           MOVE SPACES TO REG-ACESSO
           MOVE WS-OPERADOR-ID TO AC-OPERADOR
           ACCEPT AC-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-TMP FROM TIME
           MOVE WS-HORA-HHMMSS TO AC-HORA
           MOVE RA-CPF TO AC-CPF
           MOVE RA-METODO TO AC-METODO
           MOVE RA-PROGRAMA TO AC-PROGRAMA
           MOVE RA-TIPO TO AC-TIPO
           IF WS-TREINO = "S"
               MOVE "S" TO AC-TREINO
           ELSE
               MOVE "N" TO AC-TREINO
           END-IF

           OPEN EXTEND ARQ-ACESSOS
           IF ST-ACESSO = "35"
               OPEN OUTPUT ARQ-ACESSOS
           END-IF
           WRITE REG-ACESSO
           CLOSE ARQ-ACESSOS
           GOBACK.
