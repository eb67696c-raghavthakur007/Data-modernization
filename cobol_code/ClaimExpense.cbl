      *> NOT consume the policy's Coverage-Limits headroom and never
      *> touches Cumulative-Claims-Paid. An expense that matches no
      *> adjudicated claim goes to the exceptions report.
      *> A DEFENSE invoice on a claim in suit is tied to the suit -
      *> its amount accumulates into the CLAIMS.LITIGATION row's
      *> legal spend, which the monthly litigation inventory reports.
      *> Every invoice names its vendor by VENDOR.MASTER id, and the
      *> vendor is paid under the master's legal name and tax id. An
      *> invoice for a vendor not on the master, BLOCKED, or with no
      *> W-9 received is not paid - it goes to the exceptions report
      *> and parks on CLAIMS.EXPHELD, which the next run works again
      *> ahead of the new invoices, so it pays once the vendor is set
      *> up without being re-keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Expense-File ASSIGN TO "CLAIMS.EXPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Expense-Status.
           SELECT Expense-Held-File ASSIGN TO "CLAIMS.EXPHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Expense-Held-Status.
           COPY VENDMSSEL.
           COPY CLMREGSEL.
           COPY CLMLITGSEL.
           SELECT Disbursement-File ASSIGN TO "CLAIMS.DISBURSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Status.

       DATA DIVISION.
       FILE SECTION.
      *> CLMEXP shape - read into the Expense-Record working copy so
      *> new and held invoices are worked the same way.
       FD  Expense-File.
       01  Expense-File-Record         PIC X(110).

       FD  Expense-Held-File.
       01  Expense-Held-Record         PIC X(110).

       FD  Vendor-Master-File.
           COPY VENDMSREC.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Litigation-File.
           COPY CLMLITG.

       FD  Disbursement-File.
           COPY CLMDISB.

      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  Policy-Type-File.
           COPY POLTYPREC.

       WORKING-STORAGE SECTION.
       01  WS-Expense-Status           PIC XX.
       01  WS-Expense-Open             PIC X VALUE 'N'.
       01  WS-Expense-Held-Status      PIC XX.
       01  WS-Vendor-Master-Status     PIC XX.
       01  WS-Vendor-Master-Open       PIC X VALUE 'N'.
       01  WS-Vendor-OK                PIC X.
       01  WS-Held-Index               PIC 9(8) COMP.
       01  WS-Held-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Litigation-Status        PIC XX.
       01  WS-Litigation-Open          PIC X VALUE 'N'.
       01  WS-Disbursement-Status      PIC XX.
       01  WS-Disbursement-Held-Status PIC XX.
       01  WS-Screen-Context           PIC X(20).
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
      *> ALAE expense accounts per line - separate from the 6010/6020/
      *> 6030 indemnity claims-expense accounts so Finance can finally
      *> walk.
       COPY CLMREGREC REPLACING Claims-Register-Record BY RegisterRow.
       COPY POLTYPTBL.
      *> The invoice being worked - a new CLAIMS.EXPENSE row or one
      *> carried forward from CLAIMS.EXPHELD.
       COPY CLMEXP.
      *> Last run's held invoices, loaded before CLAIMS.EXPHELD is
      *> rewritten with whatever is still held after this run.
       01  HeldExpenses.
           05  Held-Expense-Count      PIC 9(8) COMP.
           05  Held-Expense-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Held-Expense-Count
                   INDEXED BY HeldExpenseIdx.
               10  HE-Expense-Row      PIC X(110).

       PROCEDURE DIVISION.
       Begin-Claim-Expense.
           DISPLAY "Starting claim expense run..."
           PERFORM Load-Policy-Type-Table
           PERFORM Load-Held-Expenses

           OPEN INPUT Expense-File
           IF WS-Expense-Status = "00"
               MOVE 'Y' TO WS-Expense-Open
           ELSE
               IF Held-Expense-Count = 0
                   DISPLAY "ClaimExpense: no CLAIMS.EXPENSE file "
                       "this run"
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O Claims-Register-File
               STOP RUN
           END-IF

      *> No litigation file yet just means no claim is in suit.
           OPEN I-O Litigation-File
           IF WS-Litigation-Status = "00"
               MOVE 'Y' TO WS-Litigation-Open
           END-IF

      *> No vendor master yet means no vendor can be validated -
      *> every invoice holds until one is loaded.
           OPEN INPUT Vendor-Master-File
           IF WS-Vendor-Master-Status = "00"
               MOVE 'Y' TO WS-Vendor-Master-Open
           END-IF

           OPEN OUTPUT Expense-Held-File

      *> Held invoices first - they have waited longest.
           PERFORM VARYING WS-Held-Index FROM 1 BY 1
               UNTIL WS-Held-Index > Held-Expense-Count
               MOVE HE-Expense-Row(WS-Held-Index) TO Expense-Record
               PERFORM Process-One-Expense
           END-PERFORM

           IF WS-Expense-Open = 'Y'
               MOVE 'N' TO WS-End-Of-Expenses
               PERFORM UNTIL WS-End-Of-Expenses = 'Y'
                   READ Expense-File
                       AT END MOVE 'Y' TO WS-End-Of-Expenses
                   END-READ
                   IF WS-End-Of-Expenses = 'N'
                       MOVE Expense-File-Record TO Expense-Record
                       PERFORM Process-One-Expense
                   END-IF
               END-PERFORM
               CLOSE Expense-File
           END-IF

           CLOSE Expense-Held-File
           CLOSE Claims-Register-File
           IF WS-Litigation-Open = 'Y'
               CLOSE Litigation-File
           END-IF
           IF WS-Vendor-Master-Open = 'Y'
               CLOSE Vendor-Master-File
           END-IF
           DISPLAY "Claim expense run complete - "
               WS-Held-Count " invoices held for vendor setup."
           STOP RUN.

       Load-Held-Expenses.
           MOVE 0 TO Held-Expense-Count
           OPEN INPUT Expense-Held-File
           IF WS-Expense-Held-Status = "00"
               PERFORM UNTIL WS-Expense-Held-Status NOT = "00"
                   READ Expense-Held-File
                       AT END MOVE "10" TO WS-Expense-Held-Status
                   END-READ
                   IF WS-Expense-Held-Status = "00"
                       AND Held-Expense-Count < 100000
                       ADD 1 TO Held-Expense-Count
                       MOVE Expense-Held-Record TO
                           HE-Expense-Row(Held-Expense-Count)
                   END-IF
               END-PERFORM
               CLOSE Expense-Held-File
           END-IF.

       Process-One-Expense.
      *> An expense only attaches to a claim that exists on the
      *> register - ALAE is routinely incurred while the claim is
                   EX-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               PERFORM Validate-Expense-Vendor
               IF WS-Vendor-OK = 'N'
                   PERFORM Hold-Expense
               ELSE
                   PERFORM Write-Expense-Register-Row
                   PERFORM Write-Disbursement-Extract
                   PERFORM Post-ALAE-Expense
                   IF EX-Expense-Type = "DEFENSE"
                       AND WS-Litigation-Open = 'Y'
                       PERFORM Add-Suit-Legal-Spend
                   END-IF
               END-IF
           END-IF.

       Validate-Expense-Vendor.
      *> Only an APPROVED vendor with a W-9 on file gets paid. The
      *> offending-value text tells vendor management what to fix.
           MOVE 'N' TO WS-Vendor-OK
           IF EX-Vendor-Id = SPACES
               OR WS-Vendor-Master-Open = 'N'
               MOVE "UNKNOWN VENDOR" TO WS-Offending-Value
           ELSE
               MOVE EX-Vendor-Id TO
                   VM-Vendor-Id OF Vendor-Master-Record
               READ Vendor-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-Vendor-Master-Status NOT = "00"
                       MOVE "UNKNOWN VENDOR" TO WS-Offending-Value
                   WHEN VM-Vendor-Status NOT = "APPROVED"
                       MOVE "VENDOR BLOCKED" TO WS-Offending-Value
                   WHEN VM-W9-Received-Date = SPACES
                       OR VM-Tax-Id = SPACES
                       MOVE "NO W-9 ON FILE" TO WS-Offending-Value
                   WHEN OTHER
                       MOVE 'Y' TO WS-Vendor-OK
               END-EVALUATE
           END-IF.

       Hold-Expense.
           CALL "WriteExceptionReport" USING
               EX-Claim-Number, WS-Program-Name,
               WS-Offending-Value
           MOVE Expense-Record TO Expense-Held-Record
           WRITE Expense-Held-Record
           ADD 1 TO WS-Held-Count.

       Add-Suit-Legal-Spend.
           MOVE EX-Claim-Number TO LT-Claim-Number
           READ Litigation-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Litigation-Status = "00"
               ADD EX-Expense-Amount TO LT-Legal-Spend
               REWRITE Litigation-Record
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       Load-Policy-Type-Table.

       Write-Expense-Register-Row.
      *> One EXPENSE row per invoice paid, keyed under the claim at
      *> its next free row sequence. The vendor master's tax id rides
      *> the payee-tax-id position, the same tax id the check and the
      *> 1099 carry; the expense type rides
      *> the cause-of-loss position the way RECOVERY rows carry the
      *> recovery type. Indemnity consumers filter on PAY/SUPPLEMENT,
      *> so EXPENSE rows ride alongside without polluting paid-loss
               CR-Claim-Status OF Claims-Register-Record
           MOVE EX-Expense-Date TO
               CR-Decision-Date OF Claims-Register-Record
           MOVE VM-Tax-Id TO
               CR-Payee-Tax-Id OF Claims-Register-Record

           WRITE Claims-Register-Record

           MOVE EX-Claim-Number TO DB-Claim-Number
           MOVE CR-Policy-Number OF RegisterRow TO DB-Policy-Number
           MOVE VM-Legal-Name TO DB-Payee
           MOVE EX-Expense-Amount TO DB-Net-Payment-Amount
           MOVE EX-Expense-Date TO DB-Disbursement-Date
           MOVE VM-Tax-Id TO DB-Payee-Tax-Id
           MOVE CR-Company-Code OF RegisterRow TO DB-Company-Code
           MOVE VM-Vendor-Id TO DB-Vendor-Id
           PERFORM Screen-And-Write-Disbursement
           CLOSE Disbursement-File.


           IF WS-ALAE-Account NOT = SPACES
               MOVE EX-Expense-Amount TO WS-GL-Amount
               MOVE SPACES TO WS-GL-Reference
               STRING EX-Claim-Number "-"
                       CR-Row-Sequence OF Claims-Register-Record
                   DELIMITED BY SIZE INTO WS-GL-Reference
               MOVE "CLAIM ALAE EXPENSE" TO WS-GL-Description
               MOVE CR-Company-Code OF RegisterRow TO
                   WS-GL-Company-Code
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING WS-ALAE-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING Cash-Clearing-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.
