      *> STTLTBL - in-memory copy of the STATE.TOTALLOSS threshold
      *> file, loaded once per run by ClaimsIntake and handed to
      *> ClaimProcessing over LINKAGE the way STATE.CONTEST is.
       01  StateTotalLossFile.
           05  State-Total-Loss-Count   PIC 9(4) COMP.
           05  StateTotalLossRecord OCCURS 1 TO 100 TIMES
                   DEPENDING ON State-Total-Loss-Count
                   INDEXED BY StateTotalLossIdx.
               10  TL-State-Code            PIC X(2).
               10  TL-Threshold-Pct         PIC 9(3).
               10  TL-Salvage-Pct           PIC 9(3).
