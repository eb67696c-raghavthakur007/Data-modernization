      *> COINSREC - one row of the external COINSURANCE.TABLE file,
      *> the insured-to-value requirement by Policy-Type and coverage
      *> part, Underwriting-maintained the same way COVERAGE.MATRIX is
      *> (edit the flat file, no recompile). CI-Coinsurance-Pct is the
      *> share of the policy's Property-Value the part's CP-Limit has
      *> to reach - an 80 on HOME_INSURANCE/DWELLING means a dwelling
      *> limit under 80% of the home's value pays losses only in the
      *> proportion the limit bears to that 80%. A part with no row
      *> carries no coinsurance condition.
       01  Coinsurance-File-Record.
           05  CI-Policy-Type           PIC X(15).
           05  CI-Coverage-Part         PIC X(10).
           05  CI-Coinsurance-Pct       PIC 9(3).
