      *> below the minimum-payment threshold (or negative, when
      *> chargebacks exceeded earnings) waits here and rolls into the
      *> next period's settlement instead of cutting a tiny or
      *> negative check. Each writing company settles its own
      *> producer payables, so the balance is kept per agent and
      *> company.
       01  Agent-Carryforward-Record.
           05  CF-Carry-Key.
               10  CF-Agent-Code      PIC X(8).
               10  CF-Company-Code    PIC X(2).
           05  CF-Carry-Amount        PIC S9(9)V99.
           05  CF-Last-Settled-Date   PIC X(10).
