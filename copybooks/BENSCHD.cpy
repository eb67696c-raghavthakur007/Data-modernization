           05  BS-Remaining-Balance   PIC 9(9)V99.
           05  BS-Payee-Tax-Id        PIC X(11).
      *> ACTIVE while payments remain, COMPLETE once the balance is
      *> drawn to zero. HELD while the claim waits on CLAIMS.APPROVAL
      *> for a supervisor's release - ClaimRelease makes it ACTIVE.
           05  BS-Schedule-Status     PIC X(10).
      *> Writing company of the claim - carried onto each installment's
      *> CLAIMS.DISBURSE line. Spaces read as "01".
           05  BS-Company-Code        PIC X(2).
