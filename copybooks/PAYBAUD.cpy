      *> PAYBAUD - one row of PAYEE.BANKAUDIT, the permanent trail of
      *> every payee bank-details change PayeeBankLoad applies to
      *> PAYEE.BANK - the bank details as applied, who keyed them, and
      *> when. PAYEE.BANK itself only holds the current details, so
      *> without this there is no telling who pointed a payee's money
      *> at a given account. Read by SegregationOfDuties.
       01  Payee-Bank-Audit-Record.
           05  BA-Payee-Tax-Id        PIC X(11).
           05  BA-Routing-Number      PIC X(9).
           05  BA-Account-Number      PIC X(17).
           05  BA-Account-Type        PIC X.
           05  BA-Payment-Method      PIC X(3).
           05  BA-Mandate-Date        PIC X(10).
      *> ADD for a payee new to PAYEE.BANK, CHANGE for a replacement.
           05  BA-Action              PIC X(10).
           05  BA-Maintained-By       PIC X(8).
           05  BA-Maintained-Date     PIC X(10).
