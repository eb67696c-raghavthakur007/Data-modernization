      *> honor the survivors' election through BENEFIT.SCHEDULE.
           05  CR-Installment-Election PIC X.
           05  CR-Installment-Months  PIC 9(3).
      *> What the coinsurance (insured-to-value) condition took off
      *> the adjudication row's payment when the part's limit fell
      *> short of the table percentage of Property-Value - zero when
      *> the test passed or did not apply. Rows copied forward from
      *> the adjudication row carry it along for reference only.
           05  CR-Coinsurance-Penalty PIC 9(9)V99.
      *> Insured vehicle the loss is to, carried from intake - see
      *> CLMREC's Loss-VIN. Spaces on other lines. Rides the
      *> adjudication row so the industry claims-database extract can
      *> report the vehicle without going back to intake.
           05  CR-Loss-VIN            PIC X(17).
      *> Writing company of the policy, carried from the master at
      *> adjudication so the ledger lines and reinsurance runs can
      *> split the claim out by legal entity. Spaces on rows written
      *> before the field existed read as "01".
           05  CR-Company-Code         PIC X(2).
      *> 'Y' when intake fast-tracked the claim - see CLMREC's
      *> Fast-Track-Flag. Carried so the claims QA sample can
      *> oversample the files that skipped the usual handling; spaces
      *> on rows written before the field existed read as 'N'.
           05  CR-Fast-Track-Flag      PIC X.
