      *> MVRPTTBL - in-memory copy of the MVR.POINTS reference file,
      *> loaded once per run by CalculatePremium. Sized the same way
      *> HOMEFTBL is. An empty table surcharges nobody - the price
      *> before driver records were rated.
       01  MVRPointsFile.
           05  MVR-Points-Count         PIC 9(4) COMP.
           05  MVRPointsRecord OCCURS 1 TO 200 TIMES
                   DEPENDING ON MVR-Points-Count
                   INDEXED BY MVRPointsIdx.
               10  MP-Factor-Type           PIC X(10).
               10  MP-Factor-Key            PIC X(10).
               10  MP-Factor-Value          PIC 9(9)V99.
