      *> CLMDIARY - one row of CLAIMS.DIARY, the statutory deadline
      *> diary ClaimDeadlineDiary rebuilds every day: each open
      *> claim's next statutory step (ACKNOWLEDGE, DECISION, or
      *> PAYMENT), the date it falls due, and where it stands
      *> (PENDING, DUE inside the warning window, or OVERDUE). The
      *> day's run reads yesterday's copy to know which reminders are
      *> new and when the last delay status letter went out.
       01  Claim-Diary-Record.
           05  DY-Claim-Number        PIC X(10).
           05  DY-Adjuster-Id         PIC X(8).
           05  DY-State-Code          PIC X(2).
           05  DY-Step                PIC X(12).
           05  DY-Due-Date            PIC X(10).
           05  DY-Level               PIC X(8).
           05  DY-Last-Letter-Date    PIC X(10).
