      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-Benefit-Schedule-Status  PIC XX.
               MOVE WS-Payment-Amount TO DB-Net-Payment-Amount
               MOVE WS-Today-MDY TO DB-Disbursement-Date
               MOVE BS-Payee-Tax-Id TO DB-Payee-Tax-Id
               IF BS-Company-Code = SPACES
                   MOVE "01" TO DB-Company-Code
               ELSE
                   MOVE BS-Company-Code TO DB-Company-Code
               END-IF
               MOVE SPACES TO DB-Vendor-Id
               PERFORM Screen-And-Write-Disbursement
               ADD 1 TO WS-Paid-Count
           END-IF
