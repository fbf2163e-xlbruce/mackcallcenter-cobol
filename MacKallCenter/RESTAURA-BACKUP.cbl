               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CLI
               ALTERNATE RECORD KEY IS CH-CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-VIVO.

           SELECT BKP-CLI ASSIGN TO WS-BKP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-CLI
               ALTERNATE RECORD KEY IS BK-CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-BKP.

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

           SELECT BKP-OCO ASSIGN TO WS-BKP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-OCO
               ALTERNATE RECORD KEY IS BK-OCO-FILA
                   SOURCE IS BK-OCO-STAT BK-OCO-ATENDENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BK-OCO-LIMITE WITH DUPLICATES
               ALTERNATE RECORD KEY IS BK-OCO-DATA WITH DUPLICATES
               FILE STATUS IS ST-BKP.

           SELECT ARQ-VIN ASSIGN TO "D:\VINCULOS.DAT"
               RECORD KEY IS BK-OCA
               FILE STATUS IS ST-BKP.

           SELECT ARQ-CON ASSIGN TO "D:\CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CON
               FILE STATUS IS ST-VIVO.

           SELECT BKP-CON ASSIGN TO WS-BKP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-CON
               FILE STATUS IS ST-BKP.

           SELECT ARQ-NOT ASSIGN TO "D:\NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-NOT
               FILE STATUS IS ST-VIVO.

           SELECT BKP-NOT ASSIGN TO WS-BKP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-NOT
               FILE STATUS IS ST-BKP.

           SELECT ARQ-AGD ASSIGN TO "D:\AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-AGD
               FILE STATUS IS ST-VIVO.

           SELECT BKP-AGD ASSIGN TO WS-BKP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-AGD
               FILE STATUS IS ST-BKP.

           SELECT ARQ-VIS ASSIGN TO "D:\VISITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-VIS
               FILE STATUS IS ST-VIVO.

           SELECT BKP-VIS ASSIGN TO WS-BKP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-VIS
               FILE STATUS IS ST-BKP.

           SELECT ARQ-RESTAURACOES ASSIGN TO "D:\RESTAURACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-RESTAURACAO.

       DATA DIVISION.
       FILE SECTION.
      *key-plus-FILLER views in the reg-CLIente2 idiom, mirroring
      *BACKUP_ARQUIVOS exactly: the FILLER widths MUST track the
      *copybooks together with that program's. The fields behind the
      *alternate keys of CLIENTES and OCORRENCIAS are named so the
      *restored file gets its indexes rebuilt along with the data.
       FD ARQ-CLI.
       01 REG-CLI.
           05 CH-CLI PIC 9(11).
           05 CH-CLI-NOME PIC X(30).
           05 FILLER PIC X(223).

       FD BKP-CLI.
       01 REG-BK-CLI.
           05 BK-CLI PIC 9(11).
           05 BK-CLI-NOME PIC X(30).
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

       FD BKP-OCO.
       01 REG-BK-OCO.
           05 BK-OCO.
               10 FILLER PIC X(11).
               10 BK-OCO-DATA PIC X(8).
               10 FILLER PIC X(6).
           05 FILLER PIC X(30).
           05 BK-OCO-ATENDENTE PIC X(30).
           05 FILLER PIC X(70).
           05 BK-OCO-STAT PIC X(1).
           05 FILLER PIC X(2).
           05 BK-OCO-LIMITE PIC X(8).
           05 FILLER PIC X(69).

       FD ARQ-VIN.
       01 REG-VIN.
       FD ARQ-OCH.
       01 REG-OCH.
           05 CH-OCH PIC x(25).
           05 FILLER PIC X(172).

       FD BKP-OCH.
       01 REG-BK-OCH.
           05 BK-OCH PIC x(25).
           05 FILLER PIC X(172).

       FD ARQ-CLH.
       01 REG-CLH.
       FD ARQ-OCA.
       01 REG-OCA.
           05 CH-OCA PIC x(25).
           05 FILLER PIC X(177).

       FD BKP-OCA.
       01 REG-BK-OCA.
           05 BK-OCA PIC x(25).
           05 FILLER PIC X(177).

       FD ARQ-CON.
       01 REG-CON.
           05 CH-CON PIC X(13).
           05 FILLER PIC X(62).

       FD BKP-CON.
       01 REG-BK-CON.
           05 BK-CON PIC X(13).
           05 FILLER PIC X(62).

       FD ARQ-NOT.
       01 REG-NOT.
           05 CH-NOT PIC X(39).
           05 FILLER PIC X(75).

       FD BKP-NOT.
       01 REG-BK-NOT.
           05 BK-NOT PIC X(39).
           05 FILLER PIC X(75).

       FD ARQ-AGD.
       01 REG-AGD.
           05 CH-AGD PIC X(25).
           05 FILLER PIC X(18).

       FD BKP-AGD.
       01 REG-BK-AGD.
           05 BK-AGD PIC X(25).
           05 FILLER PIC X(18).

       FD ARQ-VIS.
       01 REG-VIS.
           05 CH-VIS PIC X(14).
           05 FILLER PIC X(34).

       FD BKP-VIS.
       01 REG-BK-VIS.
           05 BK-VIS PIC X(14).
           05 FILLER PIC X(34).

       FD ARQ-RESTAURACOES.
           COPY RSTCOPY.

       WORKING-STORAGE SECTION.
       77 WS-VISTO-RETORNO PIC 9 VALUE ZERO.
       77 WS-FIM PIC X VALUE "N".
       77 CONFIRM PIC X.
       77 MSG PIC X(40) VALUE SPACES.
       77 WS-OPCAO PIC 99 VALUE ZERO.
       77 WS-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-NOME-ARQUIVO PIC X(20) VALUE SPACES.
       77 WS-CONFIRMA PIC X VALUE "N".
       77 WS-LIDOS PIC 9(7) VALUE ZERO.
       77 WS-GRAVADOS PIC 9(7) VALUE ZERO.
       77 WS-INDICE-LIDOS PIC 9(7) VALUE ZERO.
       77 WS-INDICES-OK PIC X VALUE "S".
       77 ST-RESTAURACAO PIC XX VALUE SPACES.

       01 WS-HORA-ATUAL.
           05 WS-HH-ATUAL PIC 99.
           05 WS-MIN-ATUAL PIC 99.
           05 FILLER PIC 9(4).

       01 LINHA.
           05 FILLER VALUE "   ".
           05 LINE 12 COLUMN 04 VALUE "4 - OCORRHIST".
           05 LINE 13 COLUMN 04 VALUE "5 - CLIHIST".
           05 LINE 14 COLUMN 04 VALUE "6 - OCORRENCIAS-HIST".
           05 LINE 09 COLUMN 40 VALUE "7 - CONTATOS".
           05 LINE 10 COLUMN 40 VALUE "8 - NOTAS".
           05 LINE 11 COLUMN 40 VALUE "9 - AGENDA".
           05 LINE 12 COLUMN 40 VALUE "10 - VISITAS".
           05 LINE 16 COLUMN 04 VALUE "ARQUIVO (1-10).....: [  ]".
           05 S-OPCAO LINE 16 COLUMN 26 PIC 99 TO WS-OPCAO.
           05 LINE 17 COLUMN 04 VALUE
              "DATA DO BACKUP (AAAAMMDD): [        ]".
           05 S-DATA8 LINE 17 COLUMN 32 PIC 9(8) TO WS-DATA8.
       PROCEDURE DIVISION.
      *brings a chosen dated BK_ copy back over the live file.
      *Destructive by nature, so it is supervisor-only and demands an
      *explicit confirmation naming what is about to happen. What
      *changed after the copy was taken is brought back afterwards by
      *REAPLICA_JOURNAL (PGM388) from that day's journal.
       INICIO.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"

           DISPLAY TELA1
           PERFORM WITH TEST AFTER UNTIL
                   WS-OPCAO >= 1 AND WS-OPCAO <= 10
               ACCEPT S-OPCAO
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL WS-DATA8 > 20000000
               WHEN 4 MOVE "OCORRHIST" TO WS-NOME-ARQUIVO
               WHEN 5 MOVE "CLIHIST" TO WS-NOME-ARQUIVO
               WHEN 6 MOVE "OCORRENCIAS-HIST" TO WS-NOME-ARQUIVO
               WHEN 7 MOVE "CONTATOS" TO WS-NOME-ARQUIVO
               WHEN 8 MOVE "NOTAS" TO WS-NOME-ARQUIVO
               WHEN 9 MOVE "AGENDA" TO WS-NOME-ARQUIVO
               WHEN 10 MOVE "VISITAS" TO WS-NOME-ARQUIVO
           END-EVALUATE

           MOVE SPACES TO WS-BKP-PATH
               WHEN 4 PERFORM RESTAURA-OCH
               WHEN 5 PERFORM RESTAURA-CLH
               WHEN 6 PERFORM RESTAURA-OCA
               WHEN 7 PERFORM RESTAURA-CON
               WHEN 8 PERFORM RESTAURA-NOT
               WHEN 9 PERFORM RESTAURA-AGD
               WHEN 10 PERFORM RESTAURA-VIS
           END-EVALUATE

           PERFORM REGISTRA-RESTAURACAO

           DISPLAY TELA1-MENSAGEM
           ACCEPT PRESS-ENTER

                 ARQ-CLI

           IF WS-GRAVADOS = WS-LIDOS
               PERFORM CONFERE-INDICES-CLI
               IF WS-INDICES-OK = "S"
                   MOVE "RESTAURACAO CONFERIDA" TO MSG
               ELSE
                   MOVE "RESTAURADO - INDICE ALTERNATIVO DIVERGE"
                       TO MSG
               END-IF
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.
                 ARQ-OCO

           IF WS-GRAVADOS = WS-LIDOS
               PERFORM CONFERE-INDICES-OCO
               IF WS-INDICES-OK = "S"
                   MOVE "RESTAURACAO CONFERIDA" TO MSG
               ELSE
                   MOVE "RESTAURADO - INDICE ALTERNATIVO DIVERGE"
                       TO MSG
               END-IF
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.

       RESTAURA-CON.
           OPEN INPUT BKP-CON
           IF ST-BKP NOT = "00"
               MOVE "COPIA DATADA NAO ENCONTRADA" TO MSG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARQ-CON
           MOVE "N" TO WS-FIM
           PERFORM UNTIL WS-FIM = "S"
               READ BKP-CON NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE REG-BK-CON TO REG-CON
                       WRITE REG-CON
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BKP-CON
                 ARQ-CON

           IF WS-GRAVADOS = WS-LIDOS
               MOVE "RESTAURACAO CONFERIDA" TO MSG
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.

       RESTAURA-NOT.
           OPEN INPUT BKP-NOT
           IF ST-BKP NOT = "00"
               MOVE "COPIA DATADA NAO ENCONTRADA" TO MSG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARQ-NOT
           MOVE "N" TO WS-FIM
           PERFORM UNTIL WS-FIM = "S"
               READ BKP-NOT NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE REG-BK-NOT TO REG-NOT
                       WRITE REG-NOT
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BKP-NOT
                 ARQ-NOT

           IF WS-GRAVADOS = WS-LIDOS
               MOVE "RESTAURACAO CONFERIDA" TO MSG
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.

       RESTAURA-AGD.
           OPEN INPUT BKP-AGD
           IF ST-BKP NOT = "00"
               MOVE "COPIA DATADA NAO ENCONTRADA" TO MSG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARQ-AGD
           MOVE "N" TO WS-FIM
           PERFORM UNTIL WS-FIM = "S"
               READ BKP-AGD NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE REG-BK-AGD TO REG-AGD
                       WRITE REG-AGD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BKP-AGD
                 ARQ-AGD

           IF WS-GRAVADOS = WS-LIDOS
               MOVE "RESTAURACAO CONFERIDA" TO MSG
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.

       RESTAURA-VIS.
           OPEN INPUT BKP-VIS
           IF ST-BKP NOT = "00"
               MOVE "COPIA DATADA NAO ENCONTRADA" TO MSG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARQ-VIS
           MOVE "N" TO WS-FIM
           PERFORM UNTIL WS-FIM = "S"
               READ BKP-VIS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE REG-BK-VIS TO REG-VIS
                       WRITE REG-VIS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BKP-VIS
                 ARQ-VIS

           IF WS-GRAVADOS = WS-LIDOS
               MOVE "RESTAURACAO CONFERIDA" TO MSG
           ELSE
               MOVE "DIVERGENCIA NA RESTAURACAO" TO MSG
           END-IF.

      *every confirmed restore leaves a line in RESTAURACOES.TXT,
      *whatever its outcome, for the segregation-of-duties report.
       REGISTRA-RESTAURACAO.
           MOVE SPACES TO REG-RESTAURACAO
           MOVE WS-OPERADOR-ID TO RS-OPERADOR
           ACCEPT RS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           STRING WS-HH-ATUAL ":" WS-MIN-ATUAL
               DELIMITED BY SIZE INTO RS-HORA
           MOVE WS-NOME-ARQUIVO TO RS-ARQUIVO
           MOVE WS-DATA8 TO RS-DATA-BACKUP
           MOVE WS-LIDOS TO RS-LIDOS
           MOVE WS-GRAVADOS TO RS-GRAVADOS
           MOVE MSG TO RS-RESULTADO

           OPEN EXTEND ARQ-RESTAURACOES
           IF ST-RESTAURACAO = "35"
               OPEN OUTPUT ARQ-RESTAURACOES
           END-IF
           WRITE REG-RESTAURACAO
           CLOSE ARQ-RESTAURACOES.

      *each alternate index of the restored file is walked end to
      *end from LOW-VALUES and must yield exactly the records copied
      *back (WS-LIDOS).
       CONFERE-INDICES-CLI.
           MOVE "S" TO WS-INDICES-OK
           OPEN INPUT ARQ-CLI
           MOVE LOW-VALUES TO REG-CLI
           MOVE ZERO TO WS-INDICE-LIDOS
           MOVE "N" TO WS-FIM
           START ARQ-CLI KEY IS >= CH-CLI-NOME
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-CLI NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END ADD 1 TO WS-INDICE-LIDOS
               END-READ
           END-PERFORM
           CLOSE ARQ-CLI
           IF WS-INDICE-LIDOS NOT = WS-LIDOS
               MOVE "N" TO WS-INDICES-OK
           END-IF.

       CONFERE-INDICES-OCO.
           MOVE "S" TO WS-INDICES-OK
           OPEN INPUT ARQ-OCO
           MOVE LOW-VALUES TO REG-OCO
           MOVE ZERO TO WS-INDICE-LIDOS
           MOVE "N" TO WS-FIM
           START ARQ-OCO KEY IS >= CH-OCO-FILA
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM CONTA-INDICE-OCO
           MOVE LOW-VALUES TO REG-OCO
           MOVE ZERO TO WS-INDICE-LIDOS
           MOVE "N" TO WS-FIM
           START ARQ-OCO KEY IS >= CH-OCO-LIMITE
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM CONTA-INDICE-OCO
           MOVE LOW-VALUES TO REG-OCO
           MOVE ZERO TO WS-INDICE-LIDOS
           MOVE "N" TO WS-FIM
           START ARQ-OCO KEY IS >= CH-OCO-DATA
               INVALID KEY MOVE "S" TO WS-FIM
           END-START
           PERFORM CONTA-INDICE-OCO
           CLOSE ARQ-OCO.

       CONTA-INDICE-OCO.
           PERFORM UNTIL WS-FIM = "S"
               READ ARQ-OCO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM
                   NOT AT END ADD 1 TO WS-INDICE-LIDOS
               END-READ
           END-PERFORM
           IF WS-INDICE-LIDOS NOT = WS-LIDOS
               MOVE "N" TO WS-INDICES-OK
           END-IF.
