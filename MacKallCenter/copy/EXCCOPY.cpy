               88 XP-NEGADA VALUE "N".
           05 XP-APROVADOR PIC X(5).
           05 XP-MOTIVO-NEGACAO PIC X(40).
      *when the supervisor approved or denied it (yyyymmdd, hh:mm),
      *so the segregation-of-duties report can set the decision
      *against the approver's rostered shift in ESCALA.DAT; zero and
      *spaces while the request is pending.
           05 XP-DATA-DECISAO PIC 9(8).
           05 XP-HORA-DECISAO PIC X(5).
