           05  RV-Reserve-Status      PIC X(10).
           05  RV-Set-Date            PIC X(10).
           05  RV-Release-Date        PIC X(10).
      *> Writing company of the claim, so the release posts back to
      *> the same company's ledger the set came out of. Spaces read
      *> as "01".
           05  RV-Company-Code        PIC X(2).
