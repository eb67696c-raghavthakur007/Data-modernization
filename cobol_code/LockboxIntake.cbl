       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxIntake.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Translates the bank's lockbox transmission into ordinary
      *> premium payment transactions, the way AutopaySettlement does
      *> for drafts. FeedAcceptance has already proven the file
      *> complete against its header/trailer and published the detail
      *> lines to LOCKBOX.FEED; each CHK check item here becomes one
      *> PAYMREC row on PAYMENT.INPUT for CashApplication, keyed off
      *> the INV scan line(s) read from the remittance stub behind it:
      *>   - the first scan line's policy number, customer id, and
      *>     loan number key the payment;
      *>   - when one check pays several different policies and the
      *>     stub carries the customer id, the policy is blanked so
      *>     the money applies as an account payment across all of
      *>     the customer's schedules;
      *>   - a check with no readable scan line goes through with no
      *>     keys at all and CashApplication suspends it UNMATCHED.
      *> Every payment carries the deposit date as its payment date
      *> and the deposit id as PM-Deposit-Reference. At each deposit
      *> close a LOCKBOX.DEPOSITS control row records what the bank
      *> said it credited against what was actually found under the
      *> DEP header; LockboxDepositRecon proves applied plus suspended
      *> cash against it. A batch or deposit whose items do not foot
      *> to its header is reported to the exception file, but its
      *> checks are still queued - the money is in the bank either
      *> way, and the deposit proof shows the difference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lockbox-File ASSIGN TO "LOCKBOX.FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lockbox-Status.
           SELECT Payment-Input-File ASSIGN TO "PAYMENT.INPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Payment-Input-Status.
           SELECT Lockbox-Deposit-File ASSIGN TO "LOCKBOX.DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lockbox-Deposit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Lockbox-File.
           COPY LOCKBOX.

       FD  Payment-Input-File.
           COPY PAYMREC.

       FD  Lockbox-Deposit-File.
           COPY LBXDEP.

       WORKING-STORAGE SECTION.
       01  WS-Lockbox-Status           PIC XX.
       01  WS-Payment-Input-Status     PIC XX.
       01  WS-Lockbox-Deposit-Status   PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "LockboxIntake".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Exception-Reference      PIC X(10).
       01  WS-End-Of-Lockbox           PIC X VALUE 'N'.
       01  WS-Queued-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Deposit-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).

      *> The DEP header now open, and what its check items add up to.
       01  WS-Deposit-Open             PIC X VALUE 'N'.
       01  WS-Deposit-Id               PIC X(10) VALUE SPACES.
       01  WS-Deposit-Date             PIC X(10) VALUE SPACES.
       01  WS-Deposit-Total            PIC 9(9)V99.
       01  WS-Deposit-Bank-Count       PIC 9(6).
       01  WS-Deposit-Items-Total      PIC 9(9)V99.
       01  WS-Deposit-Item-Count       PIC 9(6).

      *> The BAT header now open, and what its check items add up to.
       01  WS-Batch-Open               PIC X VALUE 'N'.
       01  WS-Batch-Number             PIC X(6).
       01  WS-Batch-Total              PIC 9(9)V99.
       01  WS-Batch-Bank-Count         PIC 9(5).
       01  WS-Batch-Items-Total        PIC 9(9)V99.
       01  WS-Batch-Item-Count         PIC 9(5).

      *> The CHK item held until its scan lines have all been read.
       01  WS-Check-Pending            PIC X VALUE 'N'.
       01  WS-Check-Number             PIC X(10).
       01  WS-Check-Amount             PIC 9(9)V99.
       01  WS-Check-Scan-Count         PIC 9(4) COMP.
       01  WS-Check-Policy-Number      PIC X(10).
       01  WS-Check-Customer-Id        PIC X(10).
       01  WS-Check-Loan-Number        PIC X(15).
       01  WS-Check-Multi-Policy       PIC X.

       PROCEDURE DIVISION.
       Begin-Lockbox-Intake.
           DISPLAY "Starting lockbox intake run..."
           OPEN INPUT Lockbox-File
           IF WS-Lockbox-Status NOT = "00"
               DISPLAY "LockboxIntake: no LOCKBOX.FEED file"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN EXTEND Payment-Input-File
           IF WS-Payment-Input-Status = "35"
               OPEN OUTPUT Payment-Input-File
           END-IF
           OPEN EXTEND Lockbox-Deposit-File
           IF WS-Lockbox-Deposit-Status = "35"
               OPEN OUTPUT Lockbox-Deposit-File
           END-IF

           MOVE 'N' TO WS-End-Of-Lockbox
           PERFORM UNTIL WS-End-Of-Lockbox = 'Y'
               READ Lockbox-File
                   AT END MOVE 'Y' TO WS-End-Of-Lockbox
               END-READ
               IF WS-End-Of-Lockbox = 'N'
                   PERFORM Translate-One-Lockbox-Record
               END-IF
           END-PERFORM

           PERFORM Queue-Pending-Check
           PERFORM Close-Lockbox-Batch
           PERFORM Close-Lockbox-Deposit

           CLOSE Lockbox-Deposit-File
           CLOSE Payment-Input-File
           CLOSE Lockbox-File
           DISPLAY "Lockbox intake run complete - queued "
               WS-Queued-Count " payments from "
               WS-Deposit-Count " deposits."
           STOP RUN.

       Translate-One-Lockbox-Record.
           EVALUATE LB-Record-Type
               WHEN "DEP"
                   PERFORM Queue-Pending-Check
                   PERFORM Close-Lockbox-Batch
                   PERFORM Close-Lockbox-Deposit
                   PERFORM Open-Lockbox-Deposit
               WHEN "BAT"
                   PERFORM Queue-Pending-Check
                   PERFORM Close-Lockbox-Batch
                   PERFORM Open-Lockbox-Batch
               WHEN "CHK"
                   PERFORM Queue-Pending-Check
                   PERFORM Hold-Check-Item
               WHEN "INV"
                   PERFORM Apply-Scan-Line
               WHEN OTHER
                   MOVE WS-Deposit-Id TO WS-Exception-Reference
                   MOVE LB-Record-Type TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Reference, WS-Program-Name,
                       WS-Offending-Value
           END-EVALUATE.

       Open-Lockbox-Deposit.
           MOVE 'Y' TO WS-Deposit-Open
           MOVE LB-Deposit-Id TO WS-Deposit-Id
           MOVE LB-Deposit-Date TO WS-Deposit-Date
           MOVE LB-Deposit-Total TO WS-Deposit-Total
           MOVE LB-Deposit-Item-Count TO WS-Deposit-Bank-Count
           MOVE 0 TO WS-Deposit-Items-Total
           MOVE 0 TO WS-Deposit-Item-Count.

       Open-Lockbox-Batch.
           MOVE 'Y' TO WS-Batch-Open
           MOVE LB-Batch-Number TO WS-Batch-Number
           MOVE LB-Batch-Total TO WS-Batch-Total
           MOVE LB-Batch-Item-Count TO WS-Batch-Bank-Count
           MOVE 0 TO WS-Batch-Items-Total
           MOVE 0 TO WS-Batch-Item-Count.

       Hold-Check-Item.
           MOVE 'Y' TO WS-Check-Pending
           MOVE LB-Check-Number TO WS-Check-Number
           MOVE LB-Check-Amount TO WS-Check-Amount
           MOVE 0 TO WS-Check-Scan-Count
           MOVE SPACES TO WS-Check-Policy-Number
           MOVE SPACES TO WS-Check-Customer-Id
           MOVE SPACES TO WS-Check-Loan-Number
           MOVE 'N' TO WS-Check-Multi-Policy.

      *> A scan line with no check ahead of it has nothing to key and
      *> is dropped; the bank sends stubs only behind a CHK item.
       Apply-Scan-Line.
           IF WS-Check-Pending = 'Y'
               ADD 1 TO WS-Check-Scan-Count
               IF WS-Check-Scan-Count = 1
                   MOVE LB-Scan-Policy-Number TO WS-Check-Policy-Number
                   MOVE LB-Scan-Customer-Id TO WS-Check-Customer-Id
                   MOVE LB-Scan-Loan-Number TO WS-Check-Loan-Number
               ELSE
                   IF WS-Check-Customer-Id = SPACES
                       MOVE LB-Scan-Customer-Id TO WS-Check-Customer-Id
                   END-IF
                   IF LB-Scan-Policy-Number NOT = SPACES
                       AND LB-Scan-Policy-Number NOT =
                           WS-Check-Policy-Number
                       MOVE 'Y' TO WS-Check-Multi-Policy
                   END-IF
               END-IF
           END-IF.

       Queue-Pending-Check.
           IF WS-Check-Pending = 'Y'
               IF WS-Check-Multi-Policy = 'Y'
                   AND WS-Check-Customer-Id NOT = SPACES
                   MOVE SPACES TO WS-Check-Policy-Number
               END-IF
               MOVE WS-Check-Policy-Number TO PM-Policy-Number
               MOVE WS-Check-Amount TO PM-Payment-Amount
               MOVE WS-Deposit-Date TO PM-Payment-Date
               MOVE "PAYMENT" TO PM-Transaction-Type
               MOVE WS-Check-Customer-Id TO PM-Customer-Id
               MOVE WS-Check-Loan-Number TO PM-Loan-Number
               MOVE WS-Deposit-Id TO PM-Deposit-Reference
               WRITE Payment-Record
               ADD 1 TO WS-Queued-Count
               ADD WS-Check-Amount TO WS-Batch-Items-Total
               ADD 1 TO WS-Batch-Item-Count
               ADD WS-Check-Amount TO WS-Deposit-Items-Total
               ADD 1 TO WS-Deposit-Item-Count
               IF WS-Deposit-Open = 'N'
                   MOVE WS-Check-Number TO WS-Exception-Reference
                   MOVE "NO DEPOSIT" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Reference, WS-Program-Name,
                       WS-Offending-Value
               END-IF
               MOVE 'N' TO WS-Check-Pending
           END-IF.

       Close-Lockbox-Batch.
           IF WS-Batch-Open = 'Y'
               IF WS-Batch-Items-Total NOT = WS-Batch-Total
                   OR WS-Batch-Item-Count NOT = WS-Batch-Bank-Count
                   MOVE SPACES TO WS-Exception-Reference
                   STRING WS-Deposit-Id(1:4) WS-Batch-Number
                       DELIMITED BY SIZE INTO WS-Exception-Reference
                   MOVE "BATCH TOTAL" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "LockboxIntake: batch " WS-Batch-Number
                       " of deposit " WS-Deposit-Id
                       " does not foot to its header"
               END-IF
               MOVE 'N' TO WS-Batch-Open
           END-IF.

       Close-Lockbox-Deposit.
           IF WS-Deposit-Open = 'Y'
               MOVE WS-Deposit-Id TO LD-Deposit-Id
               MOVE WS-Deposit-Date TO LD-Deposit-Date
               MOVE WS-Deposit-Total TO LD-Deposit-Total
               MOVE WS-Deposit-Bank-Count TO LD-Bank-Item-Count
               MOVE WS-Deposit-Items-Total TO LD-Items-Total
               MOVE WS-Deposit-Item-Count TO LD-Item-Count
               MOVE WS-Today-MDY TO LD-Intake-Date
               WRITE Lockbox-Deposit-Record
               ADD 1 TO WS-Deposit-Count
               IF WS-Deposit-Items-Total NOT = WS-Deposit-Total
                   OR WS-Deposit-Item-Count NOT = WS-Deposit-Bank-Count
                   MOVE WS-Deposit-Id TO WS-Exception-Reference
                   MOVE "DEPOSIT TOTAL" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "LockboxIntake: deposit " WS-Deposit-Id
                       " items do not foot to the bank total"
               END-IF
               MOVE 'N' TO WS-Deposit-Open
               MOVE SPACES TO WS-Deposit-Id
               MOVE SPACES TO WS-Deposit-Date
           END-IF.
