      *RECLCOPY - layout of REG-RECLAMACAO, the regulator complaint
      *register kept by CADASTRO_RECLAMACAO in RECLAMACOES.DAT. One
      *row is one complaint a client lodged with ANATEL or Procon
      *about us, keyed by the regulator and the protocol number the
      *regulator gave it, and linked through RR-CHAVE-OCORR to the
      *O-CHAVE (OCOCOPY.cpy) of the occurrence it is about. The
      *legal deadline is counted from RR-DATA-RECEBIDA in calendar
      *(C) or business (U) days; business days ride on
      *Calendario_Util so they agree with the SLA programs.
      *A complaint is born RECEBIDA, becomes REDIGIDA once the
      *response text is written, and only counts as answered --
      *ENVIADA, with RR-DATA-ENVIO stamped -- after a supervisor's
      *visto releases it. On time means RR-DATA-ENVIO on or before
      *RR-DATA-LIMITE. RR-CATEGORIA is copied from the occurrence
      *when the complaint is registered, so the monthly report
      *groups by subject without reading OCORRENCIAS.DAT.
       01 REG-RECLAMACAO.
           05 RR-CHAVE.
               10 RR-ORGAO PIC X(1).
                   88 RR-ANATEL VALUE "A".
                   88 RR-PROCON VALUE "P".
               10 RR-PROTOCOLO PIC X(15).
           05 RR-CPF PIC X(11).
           05 RR-CHAVE-OCORR PIC X(25).
           05 RR-CATEGORIA PIC X(3).
           05 RR-DATA-RECEBIDA PIC 9(8).
           05 RR-TIPO-PRAZO PIC X(1).
               88 RR-PRAZO-CORRIDO VALUE "C".
               88 RR-PRAZO-UTIL VALUE "U".
           05 RR-PRAZO-DIAS PIC 9(3).
           05 RR-DATA-LIMITE PIC 9(8).
           05 RR-SITUACAO PIC X(1).
               88 RR-RECEBIDA VALUE "R".
               88 RR-REDIGIDA VALUE "D".
               88 RR-ENVIADA VALUE "E".
           05 RR-RESPOSTA.
               10 RR-RESPOSTA-LINHA PIC X(60) OCCURS 3 TIMES.
           05 RR-OPERADOR-REGISTRO PIC X(5).
           05 RR-DATA-REGISTRO PIC 9(8).
           05 RR-OPERADOR-RESPOSTA PIC X(5).
           05 RR-DATA-RESPOSTA PIC 9(8).
           05 RR-SUPERVISOR PIC X(5).
           05 RR-DATA-ENVIO PIC 9(8).
