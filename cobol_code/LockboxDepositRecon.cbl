       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxDepositRecon.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Lockbox deposit proof. Every lockbox deposit LockboxIntake
      *> translated sits on LOCKBOX.DEPOSITS with the total the bank
      *> says it credited; every check in it has since either applied
      *> to a policy (a PAYMENT row on PREMIUM.RECEIPTS) or been
      *> parked (a row on PREMIUM.SUSPENSE), both stamped with the
      *> deposit id CashApplication carried over from PAYMENT.INPUT.
      *> This run proves, deposit by deposit and then day by day,
      *> that applied plus suspended cash equals the bank deposit
      *> total. Suspense rows count whatever their status now - money
      *> later reapplied or refunded still arrived in the deposit it
      *> was suspended from, and SuspenseReapply's receipts carry no
      *> deposit id, so nothing is counted twice.
      *> An optional one-record LBXRECON.CONTROL card names a single
      *> deposit date (MM/DD/YYYY); with no card every deposit on file
      *> is proven. RETURN-CODE 0 means every day proves, 8 means at
      *> least one day is out of balance, so the cash close job's COND
      *> logic can hold on it the way TrialBalance holds the ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lockbox-Deposit-File ASSIGN TO "LOCKBOX.DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lockbox-Deposit-Status.
           SELECT Premium-Receipts-File ASSIGN TO "PREMIUM.RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Receipts-Status.
           SELECT Premium-Suspense-File ASSIGN TO "PREMIUM.SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Suspense-Status.
           SELECT LR-Control-File ASSIGN TO "LBXRECON.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-Control-Status.
           SELECT LR-Report-File ASSIGN TO "LBXRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Lockbox-Deposit-File.
           COPY LBXDEP.

       FD  Premium-Receipts-File.
           COPY PREMRCPT.

       FD  Premium-Suspense-File.
           COPY SUSPREC.

       FD  LR-Control-File.
       01  LR-Control-Record.
           05  LR-Deposit-Date        PIC X(10).

       FD  LR-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Lockbox-Deposit-Status   PIC XX.
       01  WS-Premium-Receipts-Status  PIC XX.
       01  WS-Premium-Suspense-Status  PIC XX.
       01  WS-LR-Control-Status        PIC XX.
       01  WS-LR-Report-Status         PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "LockboxDepositRecon".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X VALUE 'N'.
       01  WS-Selected-Date            PIC X(10) VALUE SPACES.
       01  WS-Deposit-Key              PIC X(10).
       01  WS-Scan-Index               PIC 9(4) COMP.
       01  WS-Matched-Index            PIC 9(4) COMP.
       01  WS-Day-Index                PIC 9(4) COMP.
       01  WS-Out-Of-Balance-Days      PIC 9(4) COMP VALUE 0.
       01  WS-Difference               PIC S9(11)V99.
       01  WS-Bank-Disp                PIC ZZZZZZZZZ9.99.
       01  WS-Applied-Disp             PIC ZZZZZZZZZ9.99.
       01  WS-Suspended-Disp           PIC ZZZZZZZZZ9.99.
       01  WS-Difference-Disp          PIC -ZZZZZZZZZ9.99.
       01  WS-Days-Disp                PIC ZZZ9.
       01  WS-Grand-Bank               PIC 9(11)V99 VALUE 0.
       01  WS-Grand-Applied            PIC 9(11)V99 VALUE 0.
       01  WS-Grand-Suspended          PIC 9(11)V99 VALUE 0.

      *> One slot per lockbox deposit in scope.
       01  DepositTotals.
           05  Deposit-Total-Count     PIC 9(4) COMP.
           05  DepositTotalRecord OCCURS 1 TO 5000 TIMES
                   DEPENDING ON Deposit-Total-Count
                   INDEXED BY DepositTotalIdx.
               10  DT-Deposit-Id           PIC X(10).
               10  DT-Deposit-Date         PIC X(10).
               10  DT-Bank-Total           PIC 9(9)V99.
               10  DT-Applied-Total        PIC 9(9)V99.
               10  DT-Suspended-Total      PIC 9(9)V99.

      *> One slot per deposit date, rolled up from DepositTotals.
       01  DayTotals.
           05  Day-Total-Count         PIC 9(4) COMP.
           05  DayTotalRecord OCCURS 1 TO 1000 TIMES
                   DEPENDING ON Day-Total-Count
                   INDEXED BY DayTotalIdx.
               10  DY-Deposit-Date         PIC X(10).
               10  DY-Bank-Total           PIC 9(11)V99.
               10  DY-Applied-Total        PIC 9(11)V99.
               10  DY-Suspended-Total      PIC 9(11)V99.

       PROCEDURE DIVISION.
       Begin-Lockbox-Deposit-Recon.
           DISPLAY "Proving lockbox deposits..."
           PERFORM Load-Recon-Selection
           MOVE 0 TO Deposit-Total-Count
           MOVE 0 TO Day-Total-Count
           PERFORM Load-Lockbox-Deposits
           PERFORM Accumulate-Applied-Receipts
           PERFORM Accumulate-Suspended-Cash
           PERFORM Roll-Deposits-Into-Days
           PERFORM Write-Deposit-Recon-Report
           IF WS-Out-Of-Balance-Days = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Recon-Selection.
           OPEN INPUT LR-Control-File
           IF WS-LR-Control-Status = "00"
               READ LR-Control-File
                   AT END MOVE SPACES TO LR-Deposit-Date
               END-READ
               MOVE LR-Deposit-Date TO WS-Selected-Date
               CLOSE LR-Control-File
           END-IF.

       Load-Lockbox-Deposits.
           OPEN INPUT Lockbox-Deposit-File
           IF WS-Lockbox-Deposit-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Lockbox-Deposit-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND (WS-Selected-Date = SPACES
                           OR LD-Deposit-Date = WS-Selected-Date)
                       PERFORM Load-One-Deposit
                   END-IF
               END-PERFORM
               CLOSE Lockbox-Deposit-File
           END-IF.

       Load-One-Deposit.
           IF Deposit-Total-Count < 5000
               ADD 1 TO Deposit-Total-Count
               MOVE LD-Deposit-Id TO DT-Deposit-Id OF
                   DepositTotalRecord(Deposit-Total-Count)
               MOVE LD-Deposit-Date TO DT-Deposit-Date OF
                   DepositTotalRecord(Deposit-Total-Count)
               MOVE LD-Deposit-Total TO DT-Bank-Total OF
                   DepositTotalRecord(Deposit-Total-Count)
               MOVE 0 TO DT-Applied-Total OF
                   DepositTotalRecord(Deposit-Total-Count)
               MOVE 0 TO DT-Suspended-Total OF
                   DepositTotalRecord(Deposit-Total-Count)
           ELSE
               MOVE "DEPOSIT TABLE" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LD-Deposit-Id, WS-Program-Name,
                   WS-Offending-Value
           END-IF.

       Accumulate-Applied-Receipts.
           OPEN INPUT Premium-Receipts-File
           IF WS-Premium-Receipts-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Premium-Receipts-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PR-Deposit-Reference NOT = SPACES
                       AND PR-Transaction-Type = "PAYMENT"
                       MOVE PR-Deposit-Reference TO WS-Deposit-Key
                       PERFORM Find-Deposit-Slot
                       IF WS-Matched-Index > 0
                           ADD PR-Payment-Amount TO
                               DT-Applied-Total OF
                                   DepositTotalRecord(WS-Matched-Index)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Premium-Receipts-File
           END-IF.

       Accumulate-Suspended-Cash.
           OPEN INPUT Premium-Suspense-File
           IF WS-Premium-Suspense-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Premium-Suspense-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND SU-Deposit-Reference NOT = SPACES
                       MOVE SU-Deposit-Reference TO WS-Deposit-Key
                       PERFORM Find-Deposit-Slot
                       IF WS-Matched-Index > 0
                           ADD SU-Payment-Amount TO
                               DT-Suspended-Total OF
                                   DepositTotalRecord(WS-Matched-Index)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Premium-Suspense-File
           END-IF.

      *> Looks up the deposit id staged in WS-Deposit-Key.
       Find-Deposit-Slot.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Deposit-Total-Count
               IF DT-Deposit-Id OF DepositTotalRecord(WS-Scan-Index) =
                       WS-Deposit-Key
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Roll-Deposits-Into-Days.
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Deposit-Total-Count
               MOVE 0 TO WS-Day-Index
               PERFORM VARYING WS-Matched-Index FROM 1 BY 1
                   UNTIL WS-Matched-Index > Day-Total-Count
                   IF DY-Deposit-Date OF
                           DayTotalRecord(WS-Matched-Index) =
                           DT-Deposit-Date OF
                               DepositTotalRecord(WS-Scan-Index)
                       MOVE WS-Matched-Index TO WS-Day-Index
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-Day-Index = 0 AND Day-Total-Count < 1000
                   ADD 1 TO Day-Total-Count
                   MOVE Day-Total-Count TO WS-Day-Index
                   MOVE DT-Deposit-Date OF
                       DepositTotalRecord(WS-Scan-Index) TO
                       DY-Deposit-Date OF DayTotalRecord(WS-Day-Index)
                   MOVE 0 TO DY-Bank-Total OF
                       DayTotalRecord(WS-Day-Index)
                   MOVE 0 TO DY-Applied-Total OF
                       DayTotalRecord(WS-Day-Index)
                   MOVE 0 TO DY-Suspended-Total OF
                       DayTotalRecord(WS-Day-Index)
               END-IF
               IF WS-Day-Index > 0
                   ADD DT-Bank-Total OF
                       DepositTotalRecord(WS-Scan-Index) TO
                       DY-Bank-Total OF DayTotalRecord(WS-Day-Index)
                   ADD DT-Applied-Total OF
                       DepositTotalRecord(WS-Scan-Index) TO
                       DY-Applied-Total OF DayTotalRecord(WS-Day-Index)
                   ADD DT-Suspended-Total OF
                       DepositTotalRecord(WS-Scan-Index) TO
                       DY-Suspended-Total OF
                           DayTotalRecord(WS-Day-Index)
               END-IF
           END-PERFORM.

       Write-Deposit-Recon-Report.
           OPEN OUTPUT LR-Report-File

           MOVE SPACES TO WS-Report-Line
           IF WS-Selected-Date = SPACES
               STRING "LOCKBOX DEPOSIT RECONCILIATION - ALL DEPOSITS"
                   DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               STRING "LOCKBOX DEPOSIT RECONCILIATION - DEPOSIT DATE "
                       WS-Selected-Date
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           STRING "DEPOSIT    DATE          BANK TOTAL       APPLIED"
                   "     SUSPENDED     DIFFERENCE"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Deposit-Total-Count
               COMPUTE WS-Difference =
                   DT-Bank-Total OF DepositTotalRecord(WS-Scan-Index)
                   - DT-Applied-Total OF
                       DepositTotalRecord(WS-Scan-Index)
                   - DT-Suspended-Total OF
                       DepositTotalRecord(WS-Scan-Index)
               MOVE DT-Bank-Total OF DepositTotalRecord(WS-Scan-Index)
                   TO WS-Bank-Disp
               MOVE DT-Applied-Total OF
                   DepositTotalRecord(WS-Scan-Index) TO WS-Applied-Disp
               MOVE DT-Suspended-Total OF
                   DepositTotalRecord(WS-Scan-Index)
                   TO WS-Suspended-Disp
               MOVE WS-Difference TO WS-Difference-Disp
               MOVE SPACES TO WS-Report-Line
               STRING DT-Deposit-Id OF DepositTotalRecord(WS-Scan-Index)
                       " " DT-Deposit-Date OF
                           DepositTotalRecord(WS-Scan-Index)
                       " " WS-Bank-Disp " " WS-Applied-Disp
                       " " WS-Suspended-Disp " " WS-Difference-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "DAY                   BANK TOTAL       APPLIED"
                   "     SUSPENDED     DIFFERENCE"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Day-Index FROM 1 BY 1
               UNTIL WS-Day-Index > Day-Total-Count
               PERFORM Write-One-Day-Line
           END-PERFORM

           MOVE WS-Grand-Bank TO WS-Bank-Disp
           MOVE WS-Grand-Applied TO WS-Applied-Disp
           MOVE WS-Grand-Suspended TO WS-Suspended-Disp
           COMPUTE WS-Difference = WS-Grand-Bank - WS-Grand-Applied
               - WS-Grand-Suspended
           MOVE WS-Difference TO WS-Difference-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTALS             " WS-Bank-Disp " "
                   WS-Applied-Disp " " WS-Suspended-Disp " "
                   WS-Difference-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           IF WS-Out-Of-Balance-Days = 0
               STRING "ALL DEPOSITS PROVEN - APPLIED PLUS SUSPENDED "
                       "EQUALS BANK"
                   DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               MOVE WS-Out-Of-Balance-Days TO WS-Days-Disp
               STRING "DEPOSITS OUT OF BALANCE - " WS-Days-Disp
                       " DAY(S) DO NOT PROVE TO THE BANK"
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line

           CLOSE LR-Report-File.

       Write-One-Day-Line.
           ADD DY-Bank-Total OF DayTotalRecord(WS-Day-Index)
               TO WS-Grand-Bank
           ADD DY-Applied-Total OF DayTotalRecord(WS-Day-Index)
               TO WS-Grand-Applied
           ADD DY-Suspended-Total OF DayTotalRecord(WS-Day-Index)
               TO WS-Grand-Suspended
           COMPUTE WS-Difference =
               DY-Bank-Total OF DayTotalRecord(WS-Day-Index)
               - DY-Applied-Total OF DayTotalRecord(WS-Day-Index)
               - DY-Suspended-Total OF DayTotalRecord(WS-Day-Index)
           MOVE DY-Bank-Total OF DayTotalRecord(WS-Day-Index)
               TO WS-Bank-Disp
           MOVE DY-Applied-Total OF DayTotalRecord(WS-Day-Index)
               TO WS-Applied-Disp
           MOVE DY-Suspended-Total OF DayTotalRecord(WS-Day-Index)
               TO WS-Suspended-Disp
           MOVE WS-Difference TO WS-Difference-Disp
           MOVE SPACES TO WS-Report-Line
           STRING DY-Deposit-Date OF DayTotalRecord(WS-Day-Index)
                   "         " WS-Bank-Disp " " WS-Applied-Disp
                   " " WS-Suspended-Disp " " WS-Difference-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           IF WS-Difference NOT = 0
               ADD 1 TO WS-Out-Of-Balance-Days
               MOVE "DEPOSIT RECON" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   DY-Deposit-Date OF DayTotalRecord(WS-Day-Index),
                   WS-Program-Name, WS-Offending-Value
           END-IF.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
