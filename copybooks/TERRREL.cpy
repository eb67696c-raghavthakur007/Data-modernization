      *> TERRREL - one row of the external TERRITORY.FACTORS file,
      *> the relativity a rating territory carries against the base
      *> rate for one state and line of business. Rows are filed with
      *> an effective date the same way RATE.TABLE rows are; a policy
      *> rates off the latest row not after its own effective date.
      *> Maintained through RateTableMaintenance's controlled TERRREL
      *> path.
       01  Territory-Relativity-Record.
           05  TV-State-Code            PIC X(2).
           05  TV-Policy-Type           PIC X(15).
           05  TV-Territory             PIC X(4).
           05  TV-Effective-Date        PIC X(10).
           05  TV-Relativity            PIC 9V999.
