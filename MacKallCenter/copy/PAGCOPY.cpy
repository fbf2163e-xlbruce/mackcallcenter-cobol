               10 PG-SEQ PIC 9(2).
           05 PG-COMPETENCIA PIC 9(6).
           05 PG-VALOR PIC 9(7)V99.
      *PG-DATA-CARGA is the day the row was posted here (not the day
      *the money landed) and PG-ORIGEM how: "B" straight from the
      *bank's retorno, "S" allocated out of the suspense queue, whose
      *cash was already booked when the item was parked, "A" what the
      *collection agency recovered on a negativated debt (NEGATIVACAO
      *posts it at the amount the client paid, before commission).
      *All of them drive the accounting journal; rows older than
      *them read zero/space.
           05 PG-DATA-CARGA PIC 9(8).
           05 PG-ORIGEM PIC X(1).
               88 PG-ORIGEM-BANCO VALUE "B".
               88 PG-ORIGEM-SUSPENSO VALUE "S".
               88 PG-ORIGEM-AGENCIA VALUE "A".
