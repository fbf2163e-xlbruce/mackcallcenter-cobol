               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CLI
               ALTERNATE RECORD KEY IS CH-CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-VIVO.

           SELECT TRN-CLI ASSIGN TO "D:\TREINO_CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-CLI
               ALTERNATE RECORD KEY IS TR-CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-TREINO.

           SELECT ARQ-OCO ASSIGN TO "D:\OCORRENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-OCO
               ALTERNATE RECORD KEY IS CH-OCO-FILA
                   SOURCE IS CH-OCO-STAT CH-OCO-ATENDENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CH-OCO-LIMITE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CH-OCO-DATA WITH DUPLICATES
               FILE STATUS IS ST-VIVO.

           SELECT TRN-OCO ASSIGN TO "D:\TREINO_OCORRENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-OCO
               ALTERNATE RECORD KEY IS TR-OCO-FILA
                   SOURCE IS TR-OCO-STAT TR-OCO-ATENDENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TR-OCO-LIMITE WITH DUPLICATES
               ALTERNATE RECORD KEY IS TR-OCO-DATA WITH DUPLICATES
               FILE STATUS IS ST-TREINO.

       DATA DIVISION.
       FILE SECTION.
      *key-plus-FILLER views in the reg-cliente2 idiom; the FILLER
      *widths MUST track the copybooks, in step with the pairs in
      *BACKUP_ARQUIVOS. The training copies carry the same alternate
      *keys as the live files, since the screens position on them.
       FD ARQ-CLI.
       01 REG-CLI.
           05 CH-CLI PIC 9(11).
           05 CH-CLI-NOME PIC X(30).
           05 FILLER PIC X(223).

       FD TRN-CLI.
       01 REG-TR-CLI.
           05 TR-CLI PIC 9(11).
           05 TR-CLI-NOME PIC X(30).
           05 FILLER PIC X(223).

       FD ARQ-OCO.
       01 REG-OCO.
           05 CH-OCO.
               10 FILLER PIC X(11).
               10 CH-OCO-DATA PIC X(8).
               10 FILLER PIC X(6).
           05 FILLER PIC X(30).
           05 CH-OCO-ATENDENTE PIC X(30).
           05 FILLER PIC X(70).
           05 CH-OCO-STAT PIC X(1).
           05 FILLER PIC X(2).
           05 CH-OCO-LIMITE PIC X(8).
           05 FILLER PIC X(69).

       FD TRN-OCO.
       01 REG-TR-OCO.
           05 TR-OCO.
               10 FILLER PIC X(11).
               10 TR-OCO-DATA PIC X(8).
               10 FILLER PIC X(6).
           05 FILLER PIC X(30).
           05 TR-OCO-ATENDENTE PIC X(30).
           05 FILLER PIC X(70).
           05 TR-OCO-STAT PIC X(1).
           05 FILLER PIC X(2).
           05 TR-OCO-LIMITE PIC X(8).
           05 FILLER PIC X(69).

       WORKING-STORAGE SECTION.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
