      *ESPCOPY - layout of REG-LISTA-ESPERA, the coverage waitlist in
      *LISTAESPERA.DAT. A sale refused at INSERIR CLIENTE or a service
      *refused at ASSINATURAS because the CEP is not served (or the
      *package is not sold there) can leave the person here instead
      *of being lost. Keyed CEP first, so the list reads area by
      *area, then CPF and the package/service wanted (PAC-CODIGO).
      *AVISA_LISTA_ESPERA notifies the person once Verifica_Cobertura
      *says the sale would now go through, and marks the row AVISADA.
       01 REG-LISTA-ESPERA.
           05 LE-CHAVE.
               10 LE-CEP PIC 9(8).
               10 LE-CPF PIC X(11).
               10 LE-SERVICO PIC X(1).
           05 LE-NOME PIC X(30).
           05 LE-DDD PIC 9(2).
           05 LE-TELEFONE PIC X(9).
           05 LE-ORIGEM PIC X(1).
               88 LE-DA-VENDA VALUE "V".
               88 LE-DA-ASSINATURA VALUE "A".
           05 LE-DATA-INCLUSAO PIC 9(8).
           05 LE-OPERADOR PIC X(5).
           05 LE-SITUACAO PIC X(1).
               88 LE-AGUARDANDO VALUE "A".
               88 LE-AVISADA VALUE "N".
           05 LE-DATA-AVISO PIC 9(8).
