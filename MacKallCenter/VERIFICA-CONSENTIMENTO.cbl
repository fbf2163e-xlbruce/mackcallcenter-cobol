      *VERIFICACAO DE CONSENTIMENTO DE MARKETING
      *Shared check CALLed by every program that appends a line to
      *NOTIFICACOES.TXT, right before the WRITE, the way
      *Verifica_Cobertura is CALLed by every point of sale, so no
      *producer can reach a customer who said "nao quero receber".
      *Given the CPF and template code of the line about to be
      *written, VN-RETORNO comes back 1 when it may go out and 2
      *when the template is a marketing one (MD-MARKETING) and the
      *customer opted out of its channel on CONSENTIMENTOS.DAT.
      *Service templates, templates not on MODELOS.DAT and customers
      *who never answered always get 1.
       IDENTIFICATION DIVISION.
       program-id. Verifica_Consentimento as "Verifica_Consentimento".

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MODELOS ASSIGN TO "D:\MODELOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-CODIGO
               FILE STATUS IS ST-MODELO.

           SELECT ARQ-CONSENTIMENTOS ASSIGN TO "D:\CONSENTIMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS ST-CONSENT.

       data division.
       FILE SECTION.
       FD ARQ-MODELOS.
           COPY MODCOPY.

       FD ARQ-CONSENTIMENTOS.
           COPY CONSCOPY.

       working-storage section.
       77 ST-MODELO PIC XX VALUE SPACES.
       77 ST-CONSENT PIC XX VALUE SPACES.
       77 FOUND-MODELO PIC X VALUE "N".

       linkage section.
       77 VN-CPF PIC X(11).
       77 VN-MODELO PIC X(4).
       77 VN-RETORNO PIC 9.

       PROCEDURE DIVISION USING VN-CPF VN-MODELO VN-RETORNO.
       INICIO.
           MOVE 1 TO VN-RETORNO

           IF VN-CPF IS NOT NUMERIC
               GOBACK
           END-IF

           OPEN INPUT ARQ-MODELOS
           IF ST-MODELO NOT = "00"
               GOBACK
           END-IF
           MOVE "N" TO FOUND-MODELO
           MOVE VN-MODELO TO MD-CODIGO
           READ ARQ-MODELOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO FOUND-MODELO
           END-READ
           CLOSE ARQ-MODELOS

           IF FOUND-MODELO NOT = "S" OR NOT MD-MARKETING
               GOBACK
           END-IF

           OPEN INPUT ARQ-CONSENTIMENTOS
           IF ST-CONSENT NOT = "00"
               GOBACK
           END-IF
           MOVE VN-CPF TO CS-CPF
           IF MD-CANAL = SPACE
               MOVE "S" TO CS-CANAL
           ELSE
               MOVE MD-CANAL TO CS-CANAL
           END-IF
           READ ARQ-CONSENTIMENTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CS-OPT-OUT
                       MOVE 2 TO VN-RETORNO
                   END-IF
           END-READ
           CLOSE ARQ-CONSENTIMENTOS
           GOBACK.
