      *> INSVST - one row of DMV.STATE, the states whose motor vehicle
      *> department requires insurers to report CAR_INSURANCE coverage
      *> by VIN. A state not on the table is not reported. Compliance
      *> maintains it.
       01  Verification-State-Record.
           05  VS-State-Code          PIC X(2).
      *> Carrier code the state's DMV assigned us.
           05  VS-Company-Code        PIC X(10).
      *> Days after the effective date the state allows for the
      *> report to reach it.
           05  VS-Reporting-Days      PIC 9(3).
