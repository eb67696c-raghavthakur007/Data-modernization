      *> STTLREC - one row of the external STATE.TOTALLOSS file, the
      *> CAR_INSURANCE total-loss threshold by State-Code, Compliance-
      *> maintained the same way STATE.CONTEST is. TL-Threshold-Pct is
      *> the percentage of the damaged vehicle's VH-Vehicle-Value at
      *> which a loss is a total loss rather than a repair;
      *> TL-Salvage-Pct is the share of that value the salvage sale is
      *> expected to bring back. A state with no row gets the house
      *> defaults (see ClaimProcessing's WS-Default-Threshold-Pct).
       01  State-Total-Loss-File-Record.
           05  TL-State-Code            PIC X(2).
           05  TL-Threshold-Pct         PIC 9(3).
           05  TL-Salvage-Pct           PIC 9(3).
