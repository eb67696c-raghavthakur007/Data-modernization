           05  AG-Car-Commission-Rate   PIC 9V999.
           05  AG-Home-Commission-Rate  PIC 9V999.
           05  AG-Life-Commission-Rate  PIC 9V999.
      *> Agency hierarchy - the agency (or managing general agency)
      *> this code sits under, spaces at the top of a chain. An
      *> agency's AG-Override-Rate is the override it earns on every
      *> premium dollar written anywhere below it; AgentCommission
      *> walks the chain up from the producer and writes one OVERRIDE
      *> commission row per level with a rate.
           05  AG-Parent-Agency-Code    PIC X(8).
           05  AG-Override-Rate         PIC 9V999.
