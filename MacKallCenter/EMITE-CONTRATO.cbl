      *EMISSAO DO CONTRATO DE FIDELIDADE
      *Shared by every point of sale (INSERIR CLIENTE, ASSINATURAS)
      *the way Verifica_Cobertura is, so a promotional sale signs the
      *same contract wherever it is made. Given the client, the
      *package letter sold, the promotion it was sold under and who
      *sold it, it writes the contract to FIDELIDADE.DAT with the
      *promotion's term and fee rule as they stand today and prints
      *the contract document for the customer file through
      *Catalogo_Relatorio, so PGM46 can reprint it. The client must
      *already be on CLIENTES.DAT, and the CALLer must have closed it.
      *EC-RETORNO comes back 1 when the contract was signed, 2 when
      *the promotion is unknown, retired or not good for the
      *package, 3 when the same service already has a contract
      *started today and 4 in a training session, where nothing is
      *written or printed.
       IDENTIFICATION DIVISION.
       program-id. Emite_Contrato_Fidelidade
           as "Emite_Contrato_Fidelidade".

       environment division.
       configuration section.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FIDELIDADE ASSIGN TO "D:\FIDELIDADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FI-CHAVE
               FILE STATUS IS ST-FIDELIDADE.

           SELECT ARQ-PROMOCOES ASSIGN TO "D:\PROMOCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS ST-PROMOCAO.

           SELECT ARQ-PACOTES ASSIGN TO "D:\PACOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAC-CODIGO
               FILE STATUS IS ST-PACOTE.

           SELECT ARQ-CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY CPF
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS ST-CLIENTE.

           SELECT REL-CONTRATO ASSIGN TO WS-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD ARQ-FIDELIDADE.
           COPY FIDCOPY.

       FD ARQ-PROMOCOES.
           COPY PRMCOPY.

       FD ARQ-PACOTES.
           COPY PACCOPY.

       FD ARQ-CLIENTES.
           COPY CLICOPY.

       FD REL-CONTRATO.
       01 REG-REL PIC X(80).

       working-storage section.
       77 WS-CLIENTES-PATH PIC X(40) VALUE "D:\CLIENTES.DAT".
       77 WS-TREINO PIC X VALUE "N".
       77 ST-FIDELIDADE PIC XX VALUE SPACES.
       77 ST-PROMOCAO PIC XX VALUE SPACES.
       77 ST-PACOTE PIC XX VALUE SPACES.
       77 ST-CLIENTE PIC XX VALUE SPACES.
       77 WS-REL-PATH PIC X(40) VALUE SPACES.
       77 WS-REL-NOME PIC X(20) VALUE SPACES.
       77 WS-REL-BASE PIC X(30) VALUE SPACES.
       77 WS-CPF-NIVEL PIC X(11) VALUE SPACES.
       77 WS-NIVEL-DADOS PIC X VALUE "C".
       77 WS-TIPO-DADO PIC X VALUE SPACE.
       77 WS-DADO-MASCARA PIC X(45) VALUE SPACES.
       77 WS-MESES-TOTAL PIC 9(6) VALUE ZERO.
       77 WS-ANO-FIM PIC 9(4) VALUE ZERO.
       77 WS-MES-FIM PIC 9(2) VALUE ZERO.
       77 WS-DIA-FIM PIC 9(2) VALUE ZERO.
       77 WS-DATA8 PIC 9(8) VALUE ZERO.
       77 WS-DATA-BARRAS PIC X(10) VALUE SPACES.

       01 WS-DATA-HOJE.
           05 HOJE-ANO PIC 9999.
           05 HOJE-MES PIC 99.
           05 HOJE-DIA PIC 99.
       77 WS-HOJE-DATA8 PIC 9(8) VALUE ZERO.

       01 CAB1.
           05 FILLER PIC X(6) VALUE "TvMack".
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               "CONTRATO DE PERMANENCIA (FIDELIDADE)".

       01 CAB2.
           05 FILLER PIC X(17) VALUE "Data de Emissao: ".
           05 DIA-CAB2 PIC 99/.
           05 MES-CAB2 PIC 99/.
           05 ANO-CAB2 PIC 9999.

       01 LIN-CAMPO.
           05 ROTULO-LIN PIC X(24).
           05 VALOR-LIN PIC X(56).

       01 LIN-VALOR.
           05 FILLER PIC X(3) VALUE "R$ ".
           05 VALOR-ED PIC ZZ.ZZ9,99.

       01 LIN-PRAZO.
           05 MESES-ED PIC Z9.
           05 FILLER PIC X(10) VALUE " MESES, DE".
           05 FILLER PIC X VALUE SPACE.
           05 INICIO-ED PIC X(10).
           05 FILLER PIC X(3) VALUE " A ".
           05 FIM-ED PIC X(10).

       01 LIN-CLAUSULA PIC X(80).

       linkage section.
       77 EC-CPF PIC 9(11).
       77 EC-SERVICO PIC X(1).
       77 EC-PROMOCAO PIC X(6).
       77 EC-VENDEDOR PIC X(5).
       77 EC-CANAL PIC X(1).
       77 EC-RETORNO PIC 9.

       PROCEDURE DIVISION USING EC-CPF EC-SERVICO EC-PROMOCAO
           EC-VENDEDOR EC-CANAL EC-RETORNO.
       INICIO.
           MOVE 1 TO EC-RETORNO

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

           OPEN INPUT ARQ-PROMOCOES
           IF ST-PROMOCAO NOT = "00"
               MOVE 2 TO EC-RETORNO
               GOBACK
           END-IF
           MOVE EC-PROMOCAO TO PR-CODIGO
           READ ARQ-PROMOCOES
               INVALID KEY MOVE 2 TO EC-RETORNO
               NOT INVALID KEY
                   IF PR-ATIVA NOT = "S"
                       MOVE 2 TO EC-RETORNO
                   END-IF
                   IF PR-PACOTE NOT = SPACE
                           AND PR-PACOTE NOT = EC-SERVICO
                       MOVE 2 TO EC-RETORNO
                   END-IF
           END-READ
           CLOSE ARQ-PROMOCOES
           IF EC-RETORNO NOT = 1
               GOBACK
           END-IF

      *a practice sale goes through every check but signs nothing.
           IF WS-TREINO = "S"
               MOVE 4 TO EC-RETORNO
               GOBACK
           END-IF

           MOVE EC-SERVICO TO PAC-CODIGO
           OPEN INPUT ARQ-PACOTES
           READ ARQ-PACOTES
               INVALID KEY
                   MOVE SPACES TO PAC-DESCRICAO
                   MOVE ZERO TO PAC-PRECO
           END-READ
           CLOSE ARQ-PACOTES

           MOVE EC-CPF TO CPF
           OPEN INPUT ARQ-CLIENTES
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME ENDERECO BAIRRO CIDADE ESTADO
                       CEP
           END-READ
           CLOSE ARQ-CLIENTES

           PERFORM CALCULA-FIM

           MOVE EC-CPF TO FI-CPF
           MOVE EC-SERVICO TO FI-SERVICO
           MOVE WS-HOJE-DATA8 TO FI-DATA-INICIO
           MOVE PR-CODIGO TO FI-PROMOCAO
           MOVE PAC-PRECO TO FI-PRECO
           MOVE PR-PRAZO-MESES TO FI-PRAZO-MESES
           MOVE PR-REGRA-MULTA TO FI-REGRA-MULTA
           MOVE PR-VALOR-MULTA TO FI-VALOR-MULTA
           MOVE EC-VENDEDOR TO FI-VENDEDOR
           MOVE EC-CANAL TO FI-CANAL
           SET FI-VIGENTE TO TRUE
           MOVE ZERO TO FI-DATA-RESCISAO FI-MULTA-COBRADA
               FI-COMPETENCIA-MULTA

           OPEN I-O ARQ-FIDELIDADE
           IF ST-FIDELIDADE = "35"
               OPEN OUTPUT ARQ-FIDELIDADE
               CLOSE ARQ-FIDELIDADE
               OPEN I-O ARQ-FIDELIDADE
           END-IF
           WRITE REG-FIDELIDADE
               INVALID KEY MOVE 3 TO EC-RETORNO
           END-WRITE
           CLOSE ARQ-FIDELIDADE

           IF EC-RETORNO = 1
               PERFORM IMPRIME-CONTRATO
           END-IF

           GOBACK.

      *CALCULA-FIM counts the term from today: the same day of the
      *month PR-PRAZO-MESES months ahead, pulled back to the month's
      *last day when that month is shorter (a sale on the 31st).
       CALCULA-FIM.
           COMPUTE WS-MESES-TOTAL =
               HOJE-ANO * 12 + HOJE-MES - 1 + PR-PRAZO-MESES
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-FIM
               REMAINDER WS-MES-FIM
           ADD 1 TO WS-MES-FIM
           MOVE HOJE-DIA TO WS-DIA-FIM
           COMPUTE FI-DATA-FIM =
               WS-ANO-FIM * 10000 + WS-MES-FIM * 100 + WS-DIA-FIM
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD (FI-DATA-FIM) = ZERO
               SUBTRACT 1 FROM WS-DIA-FIM
               COMPUTE FI-DATA-FIM =
                   WS-ANO-FIM * 10000 + WS-MES-FIM * 100 + WS-DIA-FIM
           END-PERFORM.

      *one dated document per contract, named after the client, so
      *the customer file can be found (and reprinted) by CPF.
       IMPRIME-CONTRATO.
           MOVE "CONTRATO_FIDELIDADE" TO WS-REL-NOME
           MOVE SPACES TO WS-REL-BASE
           STRING "D:\CONTRATO_" EC-CPF DELIMITED BY SIZE
               INTO WS-REL-BASE
           CALL "Catalogo_Relatorio" USING WS-REL-NOME
               WS-REL-BASE WS-REL-PATH
           CALL "Nivel_Mascara" USING WS-REL-NOME WS-CPF-NIVEL
               WS-NIVEL-DADOS
           OPEN OUTPUT REL-CONTRATO

           MOVE HOJE-DIA TO DIA-CAB2
           MOVE HOJE-MES TO MES-CAB2
           MOVE HOJE-ANO TO ANO-CAB2
           WRITE REG-REL FROM CAB1 AFTER PAGE
           WRITE REG-REL FROM CAB2 AFTER 2

           MOVE "CONTRATANTE...........:" TO ROTULO-LIN
           MOVE NOME TO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 3
           MOVE "CPF...................:" TO ROTULO-LIN
           MOVE EC-CPF TO WS-DADO-MASCARA
           MOVE "C" TO WS-TIPO-DADO
           PERFORM MASCARA-DADO
           MOVE WS-DADO-MASCARA TO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1
           MOVE "ENDERECO..............:" TO ROTULO-LIN
           MOVE ENDERECO TO WS-DADO-MASCARA
           MOVE "E" TO WS-TIPO-DADO
           PERFORM MASCARA-DADO
           MOVE WS-DADO-MASCARA TO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1
           MOVE SPACES TO ROTULO-LIN VALOR-LIN
           STRING BAIRRO DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               CIDADE DELIMITED BY "  "
               "/" ESTADO "  CEP " CEP DELIMITED BY SIZE
               INTO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1

           MOVE "PACOTE CONTRATADO.....:" TO ROTULO-LIN
           MOVE SPACES TO VALOR-LIN
           STRING EC-SERVICO " - " PAC-DESCRICAO DELIMITED BY SIZE
               INTO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 2
           MOVE "PRECO MENSAL..........:" TO ROTULO-LIN
           MOVE PAC-PRECO TO VALOR-ED
           MOVE LIN-VALOR TO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1
           MOVE "PROMOCAO..............:" TO ROTULO-LIN
           MOVE SPACES TO VALOR-LIN
           STRING PR-CODIGO " - " PR-DESCRICAO DELIMITED BY SIZE
               INTO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1

           MOVE "PRAZO DE PERMANENCIA..:" TO ROTULO-LIN
           MOVE PR-PRAZO-MESES TO MESES-ED
           MOVE WS-HOJE-DATA8 TO WS-DATA8
           PERFORM FORMATA-DATA
           MOVE WS-DATA-BARRAS TO INICIO-ED
           MOVE FI-DATA-FIM TO WS-DATA8
           PERFORM FORMATA-DATA
           MOVE WS-DATA-BARRAS TO FIM-ED
           MOVE LIN-PRAZO TO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1
           MOVE "MULTA POR RESCISAO....:" TO ROTULO-LIN
           MOVE PR-VALOR-MULTA TO VALOR-ED
           MOVE LIN-VALOR TO VALOR-LIN
           WRITE REG-REL FROM LIN-CAMPO AFTER 1

           MOVE "    O CANCELAMENTO ANTES DO FIM DO PRAZO ACIMA"
               TO LIN-CLAUSULA
           WRITE REG-REL FROM LIN-CLAUSULA AFTER 2
           IF PR-MULTA-INTEGRAL
               MOVE "    SUJEITA O CONTRATANTE A MULTA INTEGRAL"
                   TO LIN-CLAUSULA
               WRITE REG-REL FROM LIN-CLAUSULA AFTER 1
           ELSE
               MOVE "    SUJEITA O CONTRATANTE A MULTA PROPORCIONAL AOS"
                   TO LIN-CLAUSULA
               WRITE REG-REL FROM LIN-CLAUSULA AFTER 1
               MOVE "    MESES QUE FALTAREM PARA O FIM DO PRAZO,"
                   TO LIN-CLAUSULA
               WRITE REG-REL FROM LIN-CLAUSULA AFTER 1
           END-IF
           MOVE "    COBRADA NA FATURA DE ENCERRAMENTO. CUMPRIDO O"
               TO LIN-CLAUSULA
           WRITE REG-REL FROM LIN-CLAUSULA AFTER 1
           MOVE "    PRAZO, O CANCELAMENTO NAO TEM MULTA."
               TO LIN-CLAUSULA
           WRITE REG-REL FROM LIN-CLAUSULA AFTER 1

           MOVE ALL "_" TO LIN-CLAUSULA
           MOVE SPACES TO LIN-CLAUSULA (1:4) LIN-CLAUSULA (35:6)
               LIN-CLAUSULA (71:10)
           WRITE REG-REL FROM LIN-CLAUSULA AFTER 4
           MOVE SPACES TO LIN-CLAUSULA
           MOVE "CONTRATANTE" TO LIN-CLAUSULA (15:11)
           MOVE "TVMACK" TO LIN-CLAUSULA (53:6)
           WRITE REG-REL FROM LIN-CLAUSULA AFTER 1

           CLOSE REL-CONTRATO.

       FORMATA-DATA.
           MOVE SPACES TO WS-DATA-BARRAS
           STRING WS-DATA8 (7:2) "/" WS-DATA8 (5:2) "/" WS-DATA8 (1:4)
               DELIMITED BY SIZE INTO WS-DATA-BARRAS.

       MASCARA-DADO.
           CALL "Mascara_Dado" USING WS-NIVEL-DADOS WS-TIPO-DADO
               WS-DADO-MASCARA.
