      *> STCONTBL - in-memory copy of the STATE.CONTEST window file,
      *> loaded once per run by ClaimsIntake and handed to
      *> ClaimProcessing over LINKAGE the way the coverage matrix is.
      *> Sized the same way STNOTTBL is.
       01  StateContestFile.
           05  State-Contest-Count      PIC 9(4) COMP.
           05  StateContestRecord OCCURS 1 TO 100 TIMES
                   DEPENDING ON State-Contest-Count
                   INDEXED BY StateContestIdx.
               10  SX-State-Code            PIC X(2).
               10  SX-Contest-Months        PIC 9(3).
               10  SX-Suicide-Months        PIC 9(3).
