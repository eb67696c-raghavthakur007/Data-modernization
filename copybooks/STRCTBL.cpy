      *> STRCTBL - in-memory copy of the STATE.RCHOLDBACK window
      *> file, loaded once per run by ClaimsIntake and handed to
      *> ClaimProcessing over LINKAGE the way STATE.TOTALLOSS is.
       01  StateRCHoldbackFile.
           05  State-RC-Holdback-Count  PIC 9(4) COMP.
           05  StateRCHoldbackRecord OCCURS 1 TO 100 TIMES
                   DEPENDING ON State-RC-Holdback-Count
                   INDEXED BY StateRCHoldbackIdx.
               10  RH-State-Code            PIC X(2).
               10  RH-Holdback-Days         PIC 9(4).
