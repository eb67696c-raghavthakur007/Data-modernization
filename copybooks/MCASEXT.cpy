      *> MCASEXT - one record of the MCAS.EXTRACT market conduct
      *> annual statement data-call file, one per State-Code and MCAS
      *> line for the data year. Written by MarketConductExtract.
      *> MA-Line-Code is the data call's line of business: PPA for
      *> CAR_INSURANCE, HO for HOME_INSURANCE, LIFE for
      *> LIFE_INSURANCE, OTHR for anything else. MA-Counts is laid out
      *> byte for byte like the extract's in-memory accumulators so
      *> it moves across as one group.
       01  MCAS-Extract-Record.
           05  MA-Data-Year            PIC 9(4).
           05  MA-State-Code           PIC X(2).
           05  MA-Line-Code            PIC X(4).
           05  MA-Counts.
      *> Policies in force at 12/31 of the data year.
               10  MA-Policies-In-Force    PIC 9(7).
               10  MA-New-Business         PIC 9(7).
               10  MA-Nonrenewals          PIC 9(7).
               10  MA-Cancel-Nonpay        PIC 9(7).
               10  MA-Cancel-Company       PIC 9(7).
               10  MA-Claims-Opened        PIC 9(7).
               10  MA-Closed-With-Pay      PIC 9(7).
               10  MA-Closed-Without-Pay   PIC 9(7).
      *> Claims closed in the year by days from report to close:
      *> 0-30, 31-60, 61-90, 91-180, 181-365, over 365.
               10  MA-Closed-Band          PIC 9(7) OCCURS 6 TIMES.
               10  MA-Suits-Opened         PIC 9(7).
               10  MA-Complaints           PIC 9(7).
               10  MA-DOI-Complaints       PIC 9(7).
