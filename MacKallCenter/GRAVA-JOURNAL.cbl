      *GRAVACAO DO JOURNAL DE RECUPERACAO
      *Appends one after-image to the forward-recovery journal
      *(JOURNAL.DAT, JRNCOPY) for the program that has just written,
      *rewritten or deleted a master record. The caller passes the
      *file name as BACKUP_ARQUIVOS names its copy, the operation
      *(W write, R rewrite, D delete), the primary key and the record
      *moved as one block; the operator comes from the signed-on
      *session and the moment from the clock. A training session
      *writes to its own copies of the files, so nothing it does is
      *journaled.
       IDENTIFICATION DIVISION.
       program-id. Grava_Journal as "Grava_Journal".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JOURNAL ASSIGN TO "D:\JOURNAL.DAT"
               FILE STATUS IS ST-JOURNAL.

       data division.
       FILE SECTION.
       FD ARQ-JOURNAL.
           COPY JRNCOPY.

       working-storage section.
           COPY OPERSESSCOPY.
       77 WS-TREINO PIC X VALUE "N".
       77 ST-JOURNAL PIC XX VALUE SPACES.

       01 WS-DATA-HOJE PIC 9(8).
       01 WS-HORA-ATUAL PIC 9(8).

       linkage section.
       77 JL-ARQUIVO PIC X(12).
       77 JL-OPERACAO PIC X(1).
       77 JL-CHAVE PIC X(40).
       77 JL-IMAGEM PIC X(300).

       PROCEDURE DIVISION USING JL-ARQUIVO JL-OPERACAO JL-CHAVE
               JL-IMAGEM.
       INICIO.
           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT
           IF WS-TREINO = "S"
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME

           MOVE WS-DATA-HOJE TO JR-DATA
           MOVE WS-HORA-ATUAL TO JR-HORA
           MOVE JL-ARQUIVO TO JR-ARQUIVO
           MOVE JL-OPERACAO TO JR-OPERACAO
           MOVE JL-CHAVE TO JR-CHAVE
           MOVE WS-OPERADOR-ID TO JR-OPERADOR
           MOVE JL-IMAGEM TO JR-IMAGEM

           OPEN EXTEND ARQ-JOURNAL
           IF ST-JOURNAL = "35"
               OPEN OUTPUT ARQ-JOURNAL
           END-IF
           WRITE REG-JOURNAL
           CLOSE ARQ-JOURNAL
           GOBACK.
