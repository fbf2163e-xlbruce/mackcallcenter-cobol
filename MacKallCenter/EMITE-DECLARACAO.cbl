      *EMISSAO DA DECLARACAO ANUAL DE QUITACAO DE DEBITOS
      *Shared by the yearly run (DECLARACAO_QUITACAO) and by CONSULTAS
      *the way Emite_Contrato_Fidelidade is shared by the points of
      *sale, so the original and any copy come off the same layout.
      *The statement is printed from the client's row on
      *DECLARACOES_QUITACAO.DAT (DQTCOPY) for ED-CPF + ED-ANO-BASE,
      *which the CALLer must already have written.
      *ED-OPERACAO:
      *  A - opens the run's print file through Catalogo_Relatorio;
      *  E - prints one original onto it (one page per client);
      *  F - closes it;
      *  V - prints a copy ("2A VIA") into a dated document of its
      *      own named after the client, so PGM46 can find it by CPF,
      *      and counts the copy on the ledger row.
      *ED-RETORNO comes back 1 when printed, 2 when the ledger has no
      *statement for that CPF and year, and 3 for a copy asked for in
      *a training session, where nothing is written or printed.
       IDENTIFICATION DIVISION.
       program-id. Emite_Declaracao_Quitacao
           as "Emite_Declaracao_Quitacao".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DECLARACOES
               ASSIGN TO "D:\DECLARACOES_QUITACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DQ-CHAVE
               FILE STATUS IS ST-DECLARACAO.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT REL-DECLARACAO ASSIGN TO WS-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD ARQ-DECLARACOES.
           COPY DQTCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD REL-DECLARACAO.
       01 REG-REL PIC X(80).

       working-storage section.
           COPY OPERSESSCOPY.

       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-TREINO PIC X VALUE "N".
       77 ST-DECLARACAO PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 WS-REL-PATH PIC X(40) VALUE SPACES.
       77 WS-REL-NOME PIC X(20) VALUE SPACES.
       77 WS-REL-BASE PIC X(30) VALUE SPACES.
       77 WS-CPF-NIVEL PIC X(11) VALUE SPACES.
       77 WS-NIVEL-DADOS PIC X VALUE "C".
       77 WS-TIPO-DADO PIC X VALUE SPACE.
       77 WS-DADO-MASCARA PIC X(45) VALUE SPACES.
       77 WS-LOTE-ABERTO PIC X VALUE "N".
       77 WS-SEGUNDA-VIA PIC X VALUE "N".
       77 WS-IDX-MES PIC 99 VALUE ZERO.
       77 WS-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-DATA-BARRAS PIC X(10) VALUE SPACES.

       01 WS-DATA-HOJE.
           05 HOJE-ANO PIC 9999.
           05 HOJE-MES PIC 99.
           05 HOJE-DIA PIC 99.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

       01 DQ-CAB1.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "TVMACK - MACKALLCENTER".

       01 DQ-CAB2.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "DECLARACAO ANUAL DE QUITACAO DE DEBITOS".

       01 DQ-CAB-VIA.
           05 FILLER PIC X(34) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "*** 2A VIA ***".

       01 DQ-EMISSAO.
           05 FILLER PIC X(18) VALUE "DATA DE EMISSAO: ".
           05 EMISSAO-LIN PIC X(10).
           05 FILLER PIC X(14) VALUE "   ANO-BASE: ".
           05 ANO-BASE-LIN PIC 9999.

       01 DQ-CLIENTE.
           05 FILLER PIC X(10) VALUE "CLIENTE: ".
           05 NOME-LIN PIC X(30).
           05 TIPO-DOC-LIN PIC X(8).
           05 DOC-LIN PIC X(18).

       01 DQ-ENDERECO.
           05 FILLER PIC X(10) VALUE "ENDERECO: ".
           05 ENDERECO-LIN PIC X(45).

       01 DQ-CIDADE.
           05 BAIRRO-LIN PIC X(20).
           05 FILLER PIC X(3) VALUE " - ".
           05 CIDADE-LIN PIC X(20).
           05 FILLER PIC X(1) VALUE "/".
           05 ESTADO-LIN PIC X(2).
           05 FILLER PIC X(6) VALUE "  CEP ".
           05 CEP-LIN PIC X(9).

       01 DQ-TEXTO PIC X(80).

       01 DQ-TEXTO-ANO.
           05 FILLER PIC X(50) VALUE
               "    QUITOU TODAS AS FATURAS DE SERVICOS DO ANO DE ".
           05 ANO-TEXTO-LIN PIC 9999.
           05 FILLER PIC X(26) VALUE ", RELACIONADAS ABAIXO.".

       01 DQ-CAB-MESES.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COMPETENCIA".
           05 FILLER PIC X(15) VALUE "VALOR FATURADO".

       01 DQ-MES-LIN.
           05 FILLER PIC X(12) VALUE SPACES.
           05 MES-COMP-LIN PIC 99.
           05 FILLER PIC X(1) VALUE "/".
           05 ANO-COMP-LIN PIC 9999.
           05 FILLER PIC X(8) VALUE SPACES.
           05 VALOR-MES-LIN PIC ZZ.ZZ9,99.

       01 DQ-TOTAL.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "TOTAL QUITADO: R$".
           05 VALOR-TOTAL-LIN PIC ZZZ.ZZ9,99.

       01 DQ-RODAPE.
           05 FILLER PIC X(40) VALUE
               "DUVIDAS? LIGUE PARA A CENTRAL TVMACK".

       linkage section.
       77 ED-OPERACAO PIC X(1).
       77 ED-CPF PIC 9(11).
       77 ED-ANO-BASE PIC 9(4).
       77 ED-RETORNO PIC 9.

       PROCEDURE DIVISION USING ED-OPERACAO ED-CPF ED-ANO-BASE
           ED-RETORNO.
       INICIO.
           MOVE 1 TO ED-RETORNO

           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT
               "MACKALLCENTER_CLIENTES_PATH"
               ON EXCEPTION
                   MOVE "D:\CLIENTES.DAT" TO WS-CLIENTES-PATH
           END-ACCEPT

           ACCEPT WS-TREINO FROM ENVIRONMENT
               "MACKALLCENTER_TREINAMENTO"
               ON EXCEPTION
                   MOVE "N" TO WS-TREINO
           END-ACCEPT

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-HOJE-DATA8

           EVALUATE ED-OPERACAO
               WHEN "A"
                   PERFORM ABRE-LOTE
               WHEN "E"
                   IF WS-LOTE-ABERTO = "S"
                       MOVE "N" TO WS-SEGUNDA-VIA
                       PERFORM LE-DECLARACAO
                       IF ED-RETORNO = 1
                           PERFORM IMPRIME-DECLARACAO
                       END-IF
                   END-IF
               WHEN "F"
                   IF WS-LOTE-ABERTO = "S"
                       CLOSE REL-DECLARACAO
                       MOVE "N" TO WS-LOTE-ABERTO
                   END-IF
               WHEN "V"
                   PERFORM SEGUNDA-VIA
           END-EVALUATE

           GOBACK.

       ABRE-LOTE.
           MOVE "DECLARACAO_QUITACAO" TO WS-REL-NOME
           MOVE "D:\DECLQUITACAO" TO WS-REL-BASE
           CALL "Catalogo_Relatorio" USING WS-REL-NOME
               WS-REL-BASE WS-REL-PATH
           CALL "Nivel_Mascara" USING WS-REL-NOME WS-CPF-NIVEL
               WS-NIVEL-DADOS
           OPEN OUTPUT REL-DECLARACAO
           MOVE "S" TO WS-LOTE-ABERTO.

      *the copy is counted before it is printed: a copy that reached
      *the customer uncounted is worse than a count with no copy.
       SEGUNDA-VIA.
           IF WS-TREINO = "S"
               MOVE 3 TO ED-RETORNO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARQ-DECLARACOES
           IF ST-DECLARACAO NOT = "00"
               MOVE 2 TO ED-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE ED-CPF TO DQ-CPF
           MOVE ED-ANO-BASE TO DQ-ANO-BASE
           READ ARQ-DECLARACOES
               INVALID KEY MOVE 2 TO ED-RETORNO
           END-READ
           IF ED-RETORNO = 1
               ADD 1 TO DQ-QTDE-VIAS
               MOVE WS-HOJE-DATA8 TO DQ-DATA-ULTIMA-VIA
               MOVE WS-OPERADOR-ID TO DQ-OPERADOR-VIA
               REWRITE REG-DECLARACAO-QUIT
           END-IF
           CLOSE ARQ-DECLARACOES
           IF ED-RETORNO NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE "DECLARACAO_QUITACAO" TO WS-REL-NOME
           MOVE SPACES TO WS-REL-BASE
           STRING "D:\DECLQUIT_" ED-CPF DELIMITED BY SIZE
               INTO WS-REL-BASE
           CALL "Catalogo_Relatorio" USING WS-REL-NOME
               WS-REL-BASE WS-REL-PATH
           CALL "Nivel_Mascara" USING WS-REL-NOME WS-CPF-NIVEL
               WS-NIVEL-DADOS
           OPEN OUTPUT REL-DECLARACAO
           MOVE "S" TO WS-SEGUNDA-VIA
           PERFORM IMPRIME-DECLARACAO
           CLOSE REL-DECLARACAO.

       LE-DECLARACAO.
           OPEN INPUT ARQ-DECLARACOES
           IF ST-DECLARACAO NOT = "00"
               MOVE 2 TO ED-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE ED-CPF TO DQ-CPF
           MOVE ED-ANO-BASE TO DQ-ANO-BASE
           READ ARQ-DECLARACOES
               INVALID KEY MOVE 2 TO ED-RETORNO
           END-READ
           CLOSE ARQ-DECLARACOES.

      *the address is the client's today -- the statement goes to
      *wherever the customer lives now -- while name and document
      *stay as they were on the day of issue.
       IMPRIME-DECLARACAO.
           MOVE ED-CPF TO CPF
           OPEN INPUT ARQ-CLIENTES
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO ENDERECO BAIRRO CIDADE ESTADO CEP
           END-READ
           CLOSE ARQ-CLIENTES

           WRITE REG-REL FROM DQ-CAB1 AFTER PAGE
           WRITE REG-REL FROM DQ-CAB2 AFTER 1
           IF WS-SEGUNDA-VIA = "S"
               WRITE REG-REL FROM DQ-CAB-VIA AFTER 1
           END-IF

           MOVE WS-HOJE-DATA8 TO WS-DATA8
           PERFORM FORMATA-DATA
           MOVE WS-DATA-BARRAS TO EMISSAO-LIN
           MOVE DQ-ANO-BASE TO ANO-BASE-LIN
           WRITE REG-REL FROM DQ-EMISSAO AFTER 2

           MOVE DQ-NOME TO NOME-LIN
           IF DQ-TIPO-PESSOA = "J" AND DQ-CNPJ > ZERO
               MOVE "  CNPJ: " TO TIPO-DOC-LIN
               MOVE DQ-CNPJ TO DOC-LIN
           ELSE
               MOVE "  CPF: " TO TIPO-DOC-LIN
               MOVE DQ-CPF TO WS-DADO-MASCARA
               MOVE "C" TO WS-TIPO-DADO
               PERFORM MASCARA-DADO
               MOVE WS-DADO-MASCARA TO DOC-LIN
           END-IF
           WRITE REG-REL FROM DQ-CLIENTE AFTER 2

           MOVE ENDERECO TO WS-DADO-MASCARA
           MOVE "E" TO WS-TIPO-DADO
           PERFORM MASCARA-DADO
           MOVE WS-DADO-MASCARA TO ENDERECO-LIN
           WRITE REG-REL FROM DQ-ENDERECO AFTER 1
           MOVE BAIRRO TO BAIRRO-LIN
           MOVE CIDADE TO CIDADE-LIN
           MOVE ESTADO TO ESTADO-LIN
           MOVE CEP TO CEP-LIN
           WRITE REG-REL FROM DQ-CIDADE AFTER 1

           MOVE "    EM CUMPRIMENTO A LEI 12.007/2009, DECLARAMOS QUE O"
               TO DQ-TEXTO
           WRITE REG-REL FROM DQ-TEXTO AFTER 3
           MOVE "    CLIENTE ACIMA IDENTIFICADO"
               TO DQ-TEXTO
           WRITE REG-REL FROM DQ-TEXTO AFTER 1
           MOVE DQ-ANO-BASE TO ANO-TEXTO-LIN
           WRITE REG-REL FROM DQ-TEXTO-ANO AFTER 1

           WRITE REG-REL FROM DQ-CAB-MESES AFTER 2
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > DQ-QTDE-MESES
               MOVE DQ-COMPETENCIA (WS-IDX-MES) (5:2) TO MES-COMP-LIN
               MOVE DQ-COMPETENCIA (WS-IDX-MES) (1:4) TO ANO-COMP-LIN
               MOVE DQ-VALOR (WS-IDX-MES) TO VALOR-MES-LIN
               WRITE REG-REL FROM DQ-MES-LIN AFTER 1
           END-PERFORM
           MOVE DQ-VALOR-TOTAL TO VALOR-TOTAL-LIN
           WRITE REG-REL FROM DQ-TOTAL AFTER 2

           MOVE "    ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO"
               TO DQ-TEXTO
           WRITE REG-REL FROM DQ-TEXTO AFTER 2
           MOVE "    CUMPRIMENTO DAS OBRIGACOES DO ANO, OS COMPROVANTES"
               TO DQ-TEXTO
           WRITE REG-REL FROM DQ-TEXTO AFTER 1
           MOVE "    DE PAGAMENTO DE CADA FATURA MENSAL."
               TO DQ-TEXTO
           WRITE REG-REL FROM DQ-TEXTO AFTER 1

           WRITE REG-REL FROM DQ-RODAPE AFTER 3.

       FORMATA-DATA.
           MOVE SPACES TO WS-DATA-BARRAS
           STRING WS-DATA8 (7:2) "/" WS-DATA8 (5:2) "/" WS-DATA8 (1:4)
               DELIMITED BY SIZE INTO WS-DATA-BARRAS.

       MASCARA-DADO.
           CALL "Mascara_Dado" USING WS-NIVEL-DADOS WS-TIPO-DADO
               WS-DADO-MASCARA.
