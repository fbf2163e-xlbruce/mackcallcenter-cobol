      *ENTCOPY - layout of REG-ENTREGA-SMS, what became of each line
      *we put on NOTIFICACOES.TXT (ENTREGAS_SMS.DAT). The key is what
      *the SMS bureau echoes back on its delivery receipts -- CPF,
      *template, event date and protocol -- so a receipt finds its
      *message. EN-DDD/EN-TELEFONE is the number the message went to
      *and EN-DATA-ENVIO the day it was queued. EN-SITUACAO stays D
      *(desconhecido) until a receipt says E (entregue) or F (falha);
      *the bureau can also answer D when the carrier never told it.
       01 REG-ENTREGA-SMS.
           05 EN-CHAVE.
               10 EN-CPF PIC X(11).
               10 EN-MODELO PIC X(4).
               10 EN-DATA-EVENTO PIC X(10).
               10 EN-PROTOCOLO PIC 9(10).
           05 EN-DDD PIC 9(2).
           05 EN-TELEFONE PIC X(9).
           05 EN-DATA-ENVIO PIC 9(8).
           05 EN-SITUACAO PIC X(1).
               88 EN-ENTREGUE VALUE "E".
               88 EN-FALHA VALUE "F".
               88 EN-DESCONHECIDO VALUE "D".
           05 EN-DATA-RECIBO PIC 9(8).
           05 EN-MOTIVO PIC X(30).
