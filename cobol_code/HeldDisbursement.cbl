      *> Same CLMDISB shape the producers parked - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  Disbursement-File.
           COPY CLMDISB.
           05  HL-Approver-Id         PIC X(8).
           05  HL-Amount              PIC 9(9)V99.
           05  HL-Decision-Date       PIC X(10).
      *> Payee tax id off the held line - what ties a release back to
      *> the payee's PAYEE.BANK details.
           05  HL-Payee-Tax-Id        PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-Held-Disposition-Status  PIC XX.
           05  Held-Row-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Held-Row-Count
                   INDEXED BY HeldRowIdx.
               10  HH-Held-Row         PIC X(112).
               10  HH-Held-State       PIC X.
       COPY CLMDISB REPLACING Disbursement-Record BY HeldRow.

           MOVE WS-Authorizing-User TO HL-Approver-Id
           MOVE DB-Net-Payment-Amount OF HeldRow TO HL-Amount
           MOVE WS-Today-MDY TO HL-Decision-Date
           MOVE DB-Payee-Tax-Id OF HeldRow TO HL-Payee-Tax-Id

           WRITE Held-Log-Record
           CLOSE Held-Log-File
