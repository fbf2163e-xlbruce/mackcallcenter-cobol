           05 OA-DATA-FECHAMENTO PIC 9(8).
           05 OA-DIAS-SUSPENSOS PIC 9(3).
           05 OA-TICKET-CRM PIC X(10).
      *OA-NIVEL-SLA mirrors O-NIVEL-SLA, so the month closure can
      *still break SLA compliance down by tier after retirement.
           05 OA-NIVEL-SLA PIC X(1).
      *OA-DATA-ARQUIVAMENTO (aaaammdd) is the day the retention run
      *moved the occurrence here; zero on records archived before
      *the field existed.
           05 OA-DATA-ARQUIVAMENTO PIC 9(8).
