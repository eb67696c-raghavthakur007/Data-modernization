      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  CI-Revenue-Account          PIC X(10) VALUE "4010".
       01  HI-Revenue-Account          PIC X(10) VALUE "4020".
      *> first - no point mailing a refund check to someone who still
      *> owes us more than it.
           MOVE 0 TO WS-Unpaid-Balance
           MOVE SPACES TO WS-GL-Company-Code
           MOVE PC-Policy-Number OF CancelRow TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status = "00"
               MOVE Writing-Company-Code OF Policy-Master-Record TO
                   WS-GL-Company-Code
               COMPUTE WS-Unpaid-Balance =
                   Policy-Premium OF Policy-Master-Record -
                   Cumulative-Premium-Paid OF Policy-Master-Record
           MOVE WS-Refund-Amount TO DB-Net-Payment-Amount
           MOVE WS-Today-MDY TO DB-Disbursement-Date
           MOVE SPACES TO DB-Payee-Tax-Id
           MOVE WS-GL-Company-Code TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id

           MOVE "REFUND" TO WS-Screen-Context
           CALL "WatchlistScreening" USING DB-Payee,
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Revenue-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING Cash-Clearing-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.

       Rewrite-Cancellation-Extract.
