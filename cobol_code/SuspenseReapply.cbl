           05  Suspense-Row-Count       PIC 9(8) COMP.
           05  Suspense-Row OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Suspense-Row-Count
                   INDEXED BY SuspenseRowIdx PIC X(81).
       COPY SUSPREC REPLACING Premium-Suspense-Record BY SuspenseRow.
       COPY PAYMREC.
       COPY POLMSTBL.
           MOVE SU-Payment-Amount OF SuspenseRow TO PM-Payment-Amount
           MOVE SU-Payment-Date OF SuspenseRow TO PM-Payment-Date
           MOVE "PAYMENT" TO PM-Transaction-Type
           MOVE SPACES TO PM-Loan-Number
      *> The lockbox deposit proof already counted this money as
      *> suspended when it first landed - the reapplied receipt must
      *> not count against the deposit a second time.
           MOVE SPACES TO PM-Deposit-Reference
           CALL "CashApplication" USING PolicyDB2File, Payment-Record

           IF Policy-Count = 1
