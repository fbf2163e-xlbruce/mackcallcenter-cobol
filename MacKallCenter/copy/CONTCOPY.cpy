      *contacts; CT-TIPO says what kind (R residencial, C celular,
      *T comercial, A recado, E e-mail -- the E rows carry CT-EMAIL
      *and leave the phone fields zero), and CT-PREFERIDO marks the
      *one the client asked to be reached on first. CT-SUSPEITO is
      *set by CARGA_RECIBOS_SMS when SMS to the number keep failing
      *and cleared when one gets through; rows from before it carry
      *spaces, which read as not suspect.
       01 REG-CONTATO.
           05 CT-CHAVE.
               10 CT-CPF PIC 9(11).
           05 CT-NUMERO PIC X(9).
           05 CT-EMAIL PIC X(40).
           05 CT-PREFERIDO PIC X(1).
           05 CT-SUSPEITO PIC X(1).
               88 CT-NUMERO-SUSPEITO VALUE "S".
           05 CT-DATA-SUSPEITO PIC 9(8).
