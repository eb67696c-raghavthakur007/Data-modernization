      *> CLMLITG - one claim in suit on CLAIMS.LITIGATION, keyed by
      *> the claim number. Until this file existed the court, docket,
      *> counsel, and trial dates lived in a spreadsheet and nothing
      *> on the register or the claim diary knew the claim was
      *> litigated. Opened, updated, and closed by
      *> LitigationMaintenance, which also works the key-date diary;
      *> ClaimExpense adds each DEFENSE invoice paid on the claim to
      *> LT-Legal-Spend; LitigationInventory reports the open suits
      *> monthly and CINQ flags the claim as in suit.
       01  Litigation-Record.
           05  LT-Claim-Number        PIC X(10).
           05  LT-Policy-Number       PIC X(10).
           05  LT-Suit-Date           PIC X(10).
      *> Court/venue and its docket number.
           05  LT-Venue               PIC X(40).
           05  LT-Docket-Number       PIC X(20).
           05  LT-Plaintiff-Counsel   PIC X(50).
      *> Assigned defense firm - the vendor whose DEFENSE invoices
      *> ClaimExpense pays on the claim.
           05  LT-Defense-Firm        PIC X(50).
      *> OPEN while the suit is pending, CLOSED once resolved.
           05  LT-Suit-Status         PIC X(10).
           05  LT-Close-Date          PIC X(10).
      *> SETTLED, DISMISSED, VERDICT, or whatever claims keys.
           05  LT-Resolution          PIC X(10).
      *> Defense (legal) spend paid through ClaimExpense to date.
           05  LT-Legal-Spend         PIC 9(9)V99.
      *> Key dates - answer due, mediation, depositions, trial - one
      *> slot per date type. LT-Reminder-Sent goes 'Y' once the
      *> diary has reminded the claim file of that date, so a date
      *> is diaried once, not every run; changing the date resets it.
           05  LT-Key-Date-Count      PIC 9(2).
           05  LT-Key-Date-Entry OCCURS 8 TIMES.
               10  LT-Date-Type       PIC X(10).
               10  LT-Key-Date        PIC X(10).
               10  LT-Reminder-Sent   PIC X.
