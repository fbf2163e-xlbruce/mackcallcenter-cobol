           05 TU-SUPERVISOR PIC X(5).
           05 TU-ASSINADO PIC X(1).
               88 TU-TURNO-ASSINADO VALUE "S".
      *hh:mm the supervisor signed the close-out (the day is TU-DATA).
           05 TU-HORA-ASSINATURA PIC X(5).
