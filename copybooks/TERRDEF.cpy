      *> TERRDEF - one row of the external TERRITORY.DEF file, which
      *> maps a five-digit ZIP code to the rating territory it falls
      *> in for one state and line of business. The same ZIP can sit
      *> in different territories for CAR_INSURANCE and
      *> HOME_INSURANCE. Maintained through RateTableMaintenance's
      *> controlled TERRDEF path.
       01  Territory-Def-File-Record.
           05  TZ-State-Code            PIC X(2).
           05  TZ-Policy-Type           PIC X(15).
           05  TZ-Zip-Code              PIC X(5).
           05  TZ-Territory             PIC X(4).
