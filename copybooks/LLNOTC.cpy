      *> LLNOTC - one row of LARGE.LOSS.NOTICE, keyed by claim number:
      *> the record that a claim has crossed its large-loss threshold
      *> and been advised to the reinsurers, kept by LargeLossFlash so
      *> each claim is noticed once and re-advised only when its
      *> incurred amount moves materially from what was last advised.
       01  Large-Loss-Notice-Record.
           05  LN-Claim-Number         PIC X(10).
           05  LN-Policy-Number        PIC X(10).
           05  LN-Policy-Type          PIC X(15).
      *> What crossed the threshold first - LOSS (Amount-of-Loss),
      *> RESERVE (open case reserve), or PAID (paid-to-date).
           05  LN-Trigger              PIC X(10).
           05  LN-First-Notice-Date    PIC X(10).
      *> Date the treaties required the first advice by - the date
      *> the claim was reported plus the notice days.
           05  LN-Notice-Due-Date      PIC X(10).
           05  LN-Last-Advice-Date     PIC X(10).
           05  LN-Last-Incurred        PIC 9(9)V99.
           05  LN-Advice-Count         PIC 9(3).
