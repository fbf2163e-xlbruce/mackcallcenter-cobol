      *MASCARAMENTO DE DADO DO CLIENTE
      *Masks one value in place at the level Nivel_Mascara decided
      *(MD-NIVEL "C" leaves it untouched). MD-TIPO says what the
      *value is, and the caller moves it into MD-DADO left-justified:
      *  C - CPF, 11 digits, comes back as ***.456.789-** (14 long)
      *  K - CPF for an 11-column report field: ***456789**
      *  T - phone number, all but the last four digits hidden
      *  E - address line, every digit (number, CEP) hidden
       IDENTIFICATION DIVISION.
       program-id. Mascara_Dado as "Mascara_Dado".

       environment division.
       configuration section.

       data division.
       working-storage section.
       77 WS-CPF-DADO PIC X(11) VALUE SPACES.
       77 WS-TAM PIC 99 VALUE ZERO.
       77 WS-IDX PIC 99 VALUE ZERO.

       linkage section.
       77 MD-NIVEL PIC X.
       77 MD-TIPO PIC X.
       77 MD-DADO PIC X(45).

       PROCEDURE DIVISION USING MD-NIVEL MD-TIPO MD-DADO.
       INICIO.
           IF MD-NIVEL = "C" OR MD-DADO = SPACES
               GOBACK
           END-IF

           EVALUATE MD-TIPO
               WHEN "C"
                   MOVE MD-DADO (1:11) TO WS-CPF-DADO
                   MOVE SPACES TO MD-DADO
                   STRING "***." WS-CPF-DADO (4:3) "."
                       WS-CPF-DADO (7:3) "-**"
                       DELIMITED BY SIZE INTO MD-DADO
               WHEN "K"
                   MOVE MD-DADO (1:11) TO WS-CPF-DADO
                   MOVE SPACES TO MD-DADO
                   STRING "***" WS-CPF-DADO (4:6) "**"
                       DELIMITED BY SIZE INTO MD-DADO
               WHEN "T"
                   MOVE ZERO TO WS-TAM
                   INSPECT MD-DADO TALLYING WS-TAM
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-TAM > 4
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-TAM - 4
                           MOVE "*" TO MD-DADO (WS-IDX:1)
                       END-PERFORM
                   END-IF
               WHEN "E"
                   INSPECT MD-DADO CONVERTING "0123456789"
                       TO "**********"
           END-EVALUATE
           GOBACK.
