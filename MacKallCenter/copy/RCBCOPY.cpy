      *RCBCOPY - layout of REG-RECIBO-SMS, one line of the delivery
      *receipt file the SMS bureau drops every night
      *(D:\RECIBOS_SMS.TXT). It echoes the CPF, template, event date
      *and protocol of the notification line it answers (NOTIFCOPY),
      *then RB-SITUACAO -- E entregue, F falha, D desconhecido -- with
      *the dd/mm/aaaa the carrier reported it and, on a failure, the
      *carrier's reason as free text.
       01 REG-RECIBO-SMS.
           05 RB-CPF PIC X(11).
           05 FILLER PIC X(1).
           05 RB-MODELO PIC X(4).
           05 FILLER PIC X(1).
           05 RB-DATA-EVENTO PIC X(10).
           05 FILLER PIC X(1).
           05 RB-PROTOCOLO PIC X(10).
           05 FILLER PIC X(1).
           05 RB-SITUACAO PIC X(1).
           05 FILLER PIC X(1).
           05 RB-DATA-RECIBO PIC X(10).
           05 FILLER PIC X(1).
           05 RB-MOTIVO PIC X(30).
