       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepairEstimateApply.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Applies the appraisers' repair estimates FeedAcceptance
      *> accepted onto ESTIMATE.FEED, so the adjuster no longer
      *> re-keys estimate totals into reserves and supplements. Each
      *> estimate must name a CAR or HOME claim on the keyed
      *> CLAIMS.REGISTER and be a newer version than the last one
      *> applied (ESTIMATE.HISTORY); anything else goes to the
      *> exceptions report. A new version's actual cash value (gross
      *> estimate less depreciation), less the loss already
      *> adjudicated on the claim's PAY and SUPPLEMENT rows, is the
      *> claim's outstanding - CaseReserve ADJUST moves the case
      *> reserve to it and posts the movement - and the change is
      *> noted on the claim diary through ClaimNote. When a claim
      *> that has already paid now shows an outstanding, the
      *> difference is queued on CLAIMS.REOPENQ as a supplement for
      *> the adjuster to confirm; ClaimReopen pays it only once the
      *> confirmation comes through, never on the estimate alone. A
      *> newer estimate replaces a claim's still-unconfirmed
      *> supplement rather than stacking a second one, and withdraws
      *> it outright when the revision leaves nothing outstanding.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Estimate-File ASSIGN TO "ESTIMATE.FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Estimate-Status.
           SELECT Reopen-Queue-File ASSIGN TO "CLAIMS.REOPENQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reopen-Queue-Status.
           COPY ESTHSTSEL.
           COPY CLMREGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Estimate-File.
           COPY ESTREC.

      *> CLMREOP shape - see ClaimReopen.
       FD  Reopen-Queue-File.
       01  Reopen-Queue-Record         PIC X(71).

       FD  Estimate-History-File.
           COPY ESTHST.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       WORKING-STORAGE SECTION.
       01  WS-Estimate-Status          PIC XX.
       01  WS-Reopen-Queue-Status      PIC XX.
       01  WS-Estimate-History-Status  PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "RepairEstimateApply".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-Estimates         PIC X VALUE 'N'.
       01  WS-End-Of-Group             PIC X.
       01  WS-Claim-Row-Found          PIC X.
       01  WS-Paid-Row-Found           PIC X.
       01  WS-Last-Version             PIC 9(3).
       01  WS-Loss-To-Date             PIC 9(9)V99.
       01  WS-Actual-Cash-Value        PIC S9(9)V99.
       01  WS-Outstanding              PIC S9(9)V99.
       01  WS-Reserve-Amount           PIC 9(9)V99.
       01  WS-Supplement-Amount        PIC 9(9)V99.
       01  WS-Queue-Index              PIC 9(8) COMP.
       01  WS-Applied-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Queued-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Rejected-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Reserve-Mode             PIC X(10) VALUE "ADJUST".
       01  WS-Company-Code             PIC X(2).
      *> ClaimNote fields - the feed writes under its own user id so
      *> the diary shows the entry came off the estimate, not a
      *> person.
       01  WS-Note-User-Id             PIC X(8) VALUE "ESTFEED".
       01  WS-Note-Text                PIC X(60).
       01  WS-Version-Disp             PIC 999.
       01  WS-Amount-Disp              PIC ZZZZZZZZ9.99.
       01  WS-Reserve-Disp             PIC ZZZZZZZZ9.99.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
      *> Working copy of the claim's adjudication row - the FD buffer
      *> cycles through the claim's whole row group during the keyed
      *> walk.
       COPY CLMREGREC REPLACING Claims-Register-Record BY RegisterRow.
       COPY CLMREOP.
      *> Supplements already waiting on an adjuster, loaded before
      *> CLAIMS.REOPENQ is rewritten - 'P' still pending, 'X' replaced
      *> by a newer estimate this run.
       01  QueuedSupplements.
           05  Queued-Supplement-Count PIC 9(8) COMP.
           05  Queued-Supplement-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Queued-Supplement-Count
                   INDEXED BY QueuedSupplementIdx.
               10  QS-Queue-Row        PIC X(71).
               10  QS-Queue-State      PIC X.

       PROCEDURE DIVISION.
       Begin-Repair-Estimate-Apply.
           DISPLAY "Starting repair estimate apply..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN INPUT Estimate-File
           IF WS-Estimate-Status NOT = "00"
               DISPLAY "RepairEstimateApply: no ESTIMATE.FEED this run"
               STOP RUN
           END-IF

           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status NOT = "00"
               DISPLAY "RepairEstimateApply: cannot open "
                   "CLAIMS.REGISTER"
               STOP RUN
           END-IF

           OPEN I-O Estimate-History-File
           IF WS-Estimate-History-Status = "35"
               OPEN OUTPUT Estimate-History-File
               CLOSE Estimate-History-File
               OPEN I-O Estimate-History-File
           END-IF

           PERFORM Load-Queued-Supplements

           MOVE 'N' TO WS-End-Of-Estimates
           PERFORM UNTIL WS-End-Of-Estimates = 'Y'
               READ Estimate-File
                   AT END MOVE 'Y' TO WS-End-Of-Estimates
               END-READ
               IF WS-End-Of-Estimates = 'N'
                   PERFORM Apply-One-Estimate
               END-IF
           END-PERFORM

           PERFORM Rewrite-Supplement-Queue

           CLOSE Estimate-File
      *> The feed is consumed - ESTIMATE.HISTORY is the record of
      *> what was applied.
           OPEN OUTPUT Estimate-File
           CLOSE Estimate-File
           CLOSE Claims-Register-File
           CLOSE Estimate-History-File
           DISPLAY "Repair estimate apply complete - applied "
               WS-Applied-Count ", supplements queued "
               WS-Queued-Count ", rejected " WS-Rejected-Count "."
           STOP RUN.

       Load-Queued-Supplements.
           MOVE 0 TO Queued-Supplement-Count
           OPEN INPUT Reopen-Queue-File
           IF WS-Reopen-Queue-Status = "00"
               PERFORM UNTIL WS-Reopen-Queue-Status NOT = "00"
                   READ Reopen-Queue-File
                       AT END MOVE "10" TO WS-Reopen-Queue-Status
                   END-READ
                   IF WS-Reopen-Queue-Status = "00"
                       AND Queued-Supplement-Count < 100000
                       ADD 1 TO Queued-Supplement-Count
                       MOVE Reopen-Queue-Record TO
                           QS-Queue-Row(Queued-Supplement-Count)
                       MOVE 'P' TO
                           QS-Queue-State(Queued-Supplement-Count)
                   END-IF
               END-PERFORM
               CLOSE Reopen-Queue-File
           END-IF.

       Apply-One-Estimate.
           PERFORM Scan-Claim-Row-Group
           IF WS-Claim-Row-Found = 'N'
               MOVE "NO SUCH CLAIM" TO WS-Offending-Value
               PERFORM Reject-Estimate
               EXIT PARAGRAPH
           END-IF
           IF CR-Policy-Type OF RegisterRow NOT = "CAR_INSURANCE"
               AND CR-Policy-Type OF RegisterRow NOT =
                   "HOME_INSURANCE"
               MOVE "NOT CAR/HOME" TO WS-Offending-Value
               PERFORM Reject-Estimate
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Last-Version
           IF ES-Estimate-Version NOT > WS-Last-Version
               MOVE "STALE VERSION" TO WS-Offending-Value
               PERFORM Reject-Estimate
               EXIT PARAGRAPH
           END-IF

      *> The deductible came off the original payment, so what the
      *> estimate is measured against is the loss already adjudicated,
      *> not the net paid.
           COMPUTE WS-Actual-Cash-Value =
               ES-Gross-Estimate - ES-Depreciation
           IF WS-Actual-Cash-Value < 0
               MOVE 0 TO WS-Actual-Cash-Value
           END-IF
           COMPUTE WS-Outstanding =
               WS-Actual-Cash-Value - WS-Loss-To-Date
           IF WS-Outstanding < 0
               MOVE 0 TO WS-Outstanding
           END-IF
           MOVE WS-Outstanding TO WS-Reserve-Amount

           MOVE CR-Company-Code OF RegisterRow TO WS-Company-Code
           IF WS-Company-Code = SPACES
               MOVE "01" TO WS-Company-Code
           END-IF
           CALL "CaseReserve" USING WS-Reserve-Mode,
               ES-Claim-Number, CR-Policy-Number OF RegisterRow,
               CR-Policy-Type OF RegisterRow, WS-Reserve-Amount,
               WS-Company-Code

           PERFORM Withdraw-Pending-Supplements
           MOVE 0 TO WS-Supplement-Amount
           IF WS-Paid-Row-Found = 'Y'
               AND WS-Outstanding > 0
               MOVE WS-Outstanding TO WS-Supplement-Amount
               PERFORM Queue-Estimate-Supplement
           END-IF

           PERFORM Note-Estimate-Applied
           PERFORM Write-Estimate-History
           ADD 1 TO WS-Applied-Count.

       Reject-Estimate.
           CALL "WriteExceptionReport" USING
               ES-Claim-Number, WS-Program-Name,
               WS-Offending-Value
           ADD 1 TO WS-Rejected-Count.

       Scan-Claim-Row-Group.
      *> One keyed walk of the claim's row group: the adjudication
      *> row (sequence 001) supplies the policy, line, and company;
      *> PAY and SUPPLEMENT rows add up the loss adjudicated so far.
           MOVE 'N' TO WS-Claim-Row-Found
           MOVE 'N' TO WS-Paid-Row-Found
           MOVE 0 TO WS-Loss-To-Date
           MOVE ES-Claim-Number TO
               CR-Claim-Number OF Claims-Register-Record
           MOVE 0 TO CR-Row-Sequence OF Claims-Register-Record
           START Claims-Register-File KEY NOT <
                   CR-Register-Key OF Claims-Register-Record
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Group
           IF WS-Claims-Register-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Group
           END-IF
           PERFORM UNTIL WS-End-Of-Group = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Group
               END-READ
               IF WS-End-Of-Group = 'N'
                   IF CR-Claim-Number OF Claims-Register-Record NOT =
                           ES-Claim-Number
                       MOVE 'Y' TO WS-End-Of-Group
                   ELSE
                       PERFORM Note-Claim-Row
                   END-IF
               END-IF
           END-PERFORM.

       Note-Claim-Row.
           IF WS-Claim-Row-Found = 'N'
               MOVE Claims-Register-Record TO RegisterRow
               MOVE 'Y' TO WS-Claim-Row-Found
           END-IF
           IF CR-Claim-Status OF Claims-Register-Record = "PAY"
               MOVE 'Y' TO WS-Paid-Row-Found
               ADD CR-Amount-of-Loss OF Claims-Register-Record TO
                   WS-Loss-To-Date
           END-IF
           IF CR-Claim-Status OF Claims-Register-Record =
                   "SUPPLEMENT"
               ADD CR-Amount-of-Loss OF Claims-Register-Record TO
                   WS-Loss-To-Date
           END-IF.

       Find-Last-Version.
      *> Keyed walk of the claim's history group for the highest
      *> version applied - the same row-group idiom the notes file
      *> uses.
           MOVE 0 TO WS-Last-Version
           MOVE ES-Claim-Number TO EH-Claim-Number
           MOVE 0 TO EH-Estimate-Version
           START Estimate-History-File KEY NOT < EH-Estimate-Key
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Group
           IF WS-Estimate-History-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Group
           END-IF
           PERFORM UNTIL WS-End-Of-Group = 'Y'
               READ Estimate-History-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Group
               END-READ
               IF WS-End-Of-Group = 'N'
                   IF EH-Claim-Number NOT = ES-Claim-Number
                       MOVE 'Y' TO WS-End-Of-Group
                   ELSE
                       MOVE EH-Estimate-Version TO WS-Last-Version
                   END-IF
               END-IF
           END-PERFORM.

       Withdraw-Pending-Supplements.
      *> Any supplement still waiting on this claim was measured
      *> against an older estimate - the new one replaces it, even
      *> when a downward revision leaves nothing more to pay.
           PERFORM VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > Queued-Supplement-Count
               IF QS-Queue-State(WS-Queue-Index) = 'P'
                   MOVE QS-Queue-Row(WS-Queue-Index) TO Reopen-Record
                   IF RO-Claim-Number = ES-Claim-Number
                       MOVE 'X' TO QS-Queue-State(WS-Queue-Index)
                   END-IF
               END-IF
           END-PERFORM.

       Queue-Estimate-Supplement.
           IF Queued-Supplement-Count < 100000
               MOVE SPACES TO Reopen-Record
               MOVE ES-Claim-Number TO RO-Claim-Number
               MOVE WS-Supplement-Amount TO RO-Supplement-Amount
               MOVE WS-Today-MDY TO RO-Reopen-Date
               MOVE ES-Estimate-Version TO WS-Version-Disp
               STRING "REPAIR ESTIMATE V" WS-Version-Disp
                   DELIMITED BY SIZE INTO RO-Reason
               ADD 1 TO Queued-Supplement-Count
               MOVE Reopen-Record TO
                   QS-Queue-Row(Queued-Supplement-Count)
               MOVE 'P' TO QS-Queue-State(Queued-Supplement-Count)
               ADD 1 TO WS-Queued-Count
           END-IF.

       Rewrite-Supplement-Queue.
           OPEN OUTPUT Reopen-Queue-File
           PERFORM VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > Queued-Supplement-Count
               IF QS-Queue-State(WS-Queue-Index) = 'P'
                   MOVE QS-Queue-Row(WS-Queue-Index) TO
                       Reopen-Queue-Record
                   WRITE Reopen-Queue-Record
               END-IF
           END-PERFORM
           CLOSE Reopen-Queue-File.

       Note-Estimate-Applied.
           MOVE ES-Estimate-Version TO WS-Version-Disp
           MOVE WS-Actual-Cash-Value TO WS-Amount-Disp
           MOVE WS-Reserve-Amount TO WS-Reserve-Disp
           MOVE SPACES TO WS-Note-Text
           STRING "EST V" WS-Version-Disp " ACV " WS-Amount-Disp
                   " RESERVE " WS-Reserve-Disp
               DELIMITED BY SIZE INTO WS-Note-Text
           CALL "ClaimNote" USING ES-Claim-Number, WS-Note-User-Id,
               WS-Note-Text
           IF WS-Supplement-Amount > 0
               MOVE WS-Supplement-Amount TO WS-Amount-Disp
               MOVE SPACES TO WS-Note-Text
               STRING "EST SUPPLEMENT " WS-Amount-Disp
                       " QUEUED FOR ADJUSTER CONFIRMATION"
                   DELIMITED BY SIZE INTO WS-Note-Text
               CALL "ClaimNote" USING ES-Claim-Number,
                   WS-Note-User-Id, WS-Note-Text
           END-IF.

       Write-Estimate-History.
           MOVE ES-Claim-Number TO EH-Claim-Number
           MOVE ES-Estimate-Version TO EH-Estimate-Version
           MOVE ES-Estimate-Date TO EH-Estimate-Date
           MOVE ES-Gross-Estimate TO EH-Gross-Estimate
           MOVE ES-Depreciation TO EH-Depreciation
           MOVE ES-Parts-Amount TO EH-Parts-Amount
           MOVE ES-Labor-Amount TO EH-Labor-Amount
           MOVE ES-Other-Amount TO EH-Other-Amount
           MOVE ES-Appraiser-Id TO EH-Appraiser-Id
           MOVE WS-Today-MDY TO EH-Applied-Date
           MOVE WS-Loss-To-Date TO EH-Loss-To-Date
           MOVE WS-Reserve-Amount TO EH-Reserve-Amount
           MOVE WS-Supplement-Amount TO EH-Supplement-Amount
           WRITE Estimate-History-Record
               INVALID KEY
                   DISPLAY "RepairEstimateApply: history row exists "
                       "for " ES-Claim-Number
           END-WRITE.
