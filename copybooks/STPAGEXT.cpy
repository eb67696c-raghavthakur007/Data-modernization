      *> STPAGEXT - one record of STATEPAGE.EXTRACT, the statutory
      *> state page by State-Code and line (Policy-Type, the same
      *> line StatutoryExhibit and ReserveReport carry) for one filing
      *> period. Written by StatePageExhibit. SP-Earned-To-Date is the
      *> cumulative EARNED.TODATE position behind the row - operations
      *> copies the extract to STATEPAGE.PRIOR after each filing, and
      *> the next run's earned premium is the movement since then.
      *> SP-Case-Outstanding is the case reserve standing at period
      *> end, the closing figure behind SP-Losses-Incurred.
       01  State-Page-Extract-Record.
           05  SP-Period-Start         PIC X(10).
           05  SP-Period-End           PIC X(10).
           05  SP-State-Code           PIC X(2).
           05  SP-Policy-Type          PIC X(15).
           05  SP-Written-Premium      PIC S9(13)V99.
           05  SP-Earned-Premium       PIC S9(13)V99.
           05  SP-Dividends            PIC S9(13)V99.
           05  SP-Losses-Paid          PIC S9(13)V99.
           05  SP-Losses-Incurred      PIC S9(13)V99.
           05  SP-LAE-Paid             PIC S9(13)V99.
           05  SP-Case-Outstanding     PIC S9(13)V99.
           05  SP-Earned-To-Date       PIC S9(13)V99.
