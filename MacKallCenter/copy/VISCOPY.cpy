               88 VS-AGENDADA VALUE "A".
               88 VS-CONCLUIDA VALUE "C".
               88 VS-NAO-COMPARECEU VALUE "F".
      *VS-HORA-CHEGADA/VS-HORA-SAIDA (hhmm) are the times the
      *technician wrote on the service order, loaded back with the
      *completion return by CARGA_RETORNO_VISITA. Zero while the
      *visit is still booked and on visits closed at the screen.
           05 VS-HORA-CHEGADA PIC 9(4).
           05 VS-HORA-SAIDA PIC 9(4).
