           05  GP-Closed-Date         PIC X(10).
      *> The authorized id the last CLOSE/REOPEN applied under.
           05  GP-Actioned-By         PIC X(8).
      *> Outcome of ClaimsDisbursementRecon's last run for the period -
      *> PROVEN when register, check register, and ledger agreed claim
      *> for claim, BREAKS when anything was listed, SPACES when it has
      *> not run (or the period was reopened since). GLPeriodClose
      *> will not close a period that is not PROVEN.
           05  GP-Claims-Recon-Status PIC X(10).
           05  GP-Claims-Recon-Date   PIC X(10).
