      *> STCONREC - one row of the external STATE.CONTEST file, the
      *> LIFE_INSURANCE contestable period and suicide-exclusion
      *> window by State-Code, Compliance-maintained the same way
      *> STATE.NOTICE is. Both windows run in months from
      *> Policy-Effective-Date. A state with no row gets the house
      *> defaults (see ClaimProcessing's WS-Default-Contest-Months).
       01  State-Contest-File-Record.
           05  SX-State-Code            PIC X(2).
           05  SX-Contest-Months        PIC 9(3).
           05  SX-Suicide-Months        PIC 9(3).
