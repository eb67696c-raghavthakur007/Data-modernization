      *> COINSTBL - in-memory copy of the COINSURANCE.TABLE file,
      *> loaded once per run by ClaimsIntake and handed to
      *> ClaimProcessing over LINKAGE the way STATE.TOTALLOSS is.
       01  CoinsuranceFile.
           05  Coinsurance-Count        PIC 9(4) COMP.
           05  CoinsuranceRecord OCCURS 1 TO 200 TIMES
                   DEPENDING ON Coinsurance-Count
                   INDEXED BY CoinsuranceIdx.
               10  CI-Policy-Type           PIC X(15).
               10  CI-Coverage-Part         PIC X(10).
               10  CI-Coinsurance-Pct       PIC 9(3).
