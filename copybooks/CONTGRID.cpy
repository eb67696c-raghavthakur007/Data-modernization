      *> CONTGRID - one row of the external CONTINGENT.GRID file, the
      *> annual contingent (profit-sharing) commission grid Marketing
      *> maintains as a flat file the same way Underwriting maintains
      *> COVERAGE.MATRIX. A row pays CG-Bonus-Pct of the agent's
      *> earned premium for the year when the agent wrote at least
      *> CG-Min-Earned-Premium, ran an incurred loss ratio (percent)
      *> at or under CG-Max-Loss-Ratio, and grew earned premium over
      *> the prior year by at least CG-Min-Growth-Pct percent (signed
      *> - a negative floor lets a shrinking but very profitable book
      *> still earn something). An agent meeting several rows gets
      *> the richest.
       01  Contingent-Grid-Record.
           05  CG-Min-Earned-Premium    PIC 9(9)V99.
           05  CG-Max-Loss-Ratio        PIC 9(3)V99.
           05  CG-Min-Growth-Pct        PIC S9(3)V99
                   SIGN IS LEADING SEPARATE.
           05  CG-Bonus-Pct             PIC 9(2)V99.
