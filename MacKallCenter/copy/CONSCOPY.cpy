      *CONSCOPY - layout of REG-CONSENTIMENTO, the marketing consent
      *register: one record per CPF and channel (S SMS, E e-mail,
      *T telefone) holding what the customer last told us -- opt-in
      *or opt-out -- with the date, where it came from (A attendant
      *in CONSULTAS, C CADASTRO_CONTATO, R a "SAIR" reply loaded from
      *the SMS bureau's inbound file) and the operator who took it.
      *No record means the customer never said either way, and only
      *an opt-out keeps marketing away; service messages ignore it.
       01 REG-CONSENTIMENTO.
           05 CS-CHAVE.
               10 CS-CPF PIC 9(11).
               10 CS-CANAL PIC X(1).
                   88 CS-CANAL-SMS VALUE "S".
                   88 CS-CANAL-EMAIL VALUE "E".
                   88 CS-CANAL-TELEFONE VALUE "T".
           05 CS-SITUACAO PIC X(1).
               88 CS-OPT-IN VALUE "I".
               88 CS-OPT-OUT VALUE "O".
           05 CS-DATA PIC 9(8).
           05 CS-ORIGEM PIC X(1).
               88 CS-ORIGEM-CONSULTA VALUE "A".
               88 CS-ORIGEM-CONTATO VALUE "C".
               88 CS-ORIGEM-RESPOSTA-SMS VALUE "R".
           05 CS-OPERADOR PIC X(5).
