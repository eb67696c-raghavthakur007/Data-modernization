      *> STRCREC - one row of the external STATE.RCHOLDBACK file, the
      *> number of days after the PAY decision a HOME_INSURANCE
      *> policyholder has to repair or replace and claim back the
      *> recoverable depreciation held on CLAIMS.HOLDBACK, by
      *> State-Code - Compliance-maintained the same way
      *> STATE.TOTALLOSS is. A state with no row gets the house
      *> default (see ClaimProcessing's WS-Default-Holdback-Days).
       01  State-RC-Holdback-File-Record.
           05  RH-State-Code            PIC X(2).
           05  RH-Holdback-Days         PIC 9(4).
