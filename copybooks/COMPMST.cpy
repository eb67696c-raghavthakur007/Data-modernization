      *> COMPMST - one row of the external COMPANY.MASTER file, one
      *> row per legal entity writing on the system. Carries what
      *> differs between the entities when money leaves the building
      *> - the disbursement bank account behind positive pay, and the
      *> check stock (its own number prefix and its own POLICY.CONTROL
      *> counter, so each company's checks run in an unbroken
      *> sequence of their own). Company "01" needs no row - without
      *> one it keeps the account, "CHK" prefix, and CHECKSEQ counter
      *> it has always used.
       01  Company-Master-File-Record.
           05  LE-Company-Code          PIC X(2).
           05  LE-Company-Name          PIC X(40).
           05  LE-NAIC-Code             PIC X(5).
           05  LE-Bank-Account-Number   PIC X(10).
           05  LE-Check-Prefix          PIC X(3).
           05  LE-Check-Counter-Key     PIC X(10).
