               10  Total-Premiums           PIC 9(11)V99 VALUE 0.
               10  Total-Claims             PIC 9(5) VALUE 0.
               10  Total-Rejected-Claims    PIC 9(5) VALUE 0.
      *> The same premium again, split by writing company within
      *> Policy-Type - what GLExtract seeds each company's revenue
      *> from, so each legal entity's ledger carries only its own
      *> book. The by-type slots above stay whole for the report and
      *> the loss ratios.
           05  Summary-Company-Count    PIC 9(4) COMP VALUE 0.
           05  Summary-Company-Totals OCCURS 40 TIMES
                   INDEXED BY SummaryCompanyIdx.
               10  SC-Policy-Type           PIC X(15).
               10  SC-Company-Code          PIC X(2).
               10  SC-Total-Premiums        PIC 9(11)V99.
