       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimRelease.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Supervisor release of PAY decisions ClaimProcessing parked on
      *> CLAIMS.APPROVAL because the payment was over the assigned
      *> adjuster's authority (or no adjuster's authority covered the
      *> claim at all). Reads CLAIM.RELEASE transactions (claim
      *> number, supervisor id, second approver id); the supervisor
      *> must pass UserAuthorization for the CLAIMPAY class over the
      *> claim's whole net payment - the same rule ReviewDisposition
      *> applies to examiner decisions - and may not be the adjuster
      *> whose authority the payment exceeded. A released claim's
      *> DISBURSE lines go through the watch-list screen they skipped
      *> when they were parked and on to CLAIMS.DISBURSE (or
      *> CLAIMS.DISBHELD on a hit), and a SCHEDULE row turns the
      *> claim's HELD BENEFIT.SCHEDULE rows ACTIVE for BenefitPayment.
      *> Every release is logged to CLAIM.RELLOG and the claim diary;
      *> a refused one goes to the exceptions report and stays queued
      *> - ApprovalAging shows how long.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Claim-Release-File ASSIGN TO "CLAIM.RELEASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claim-Release-Status.
           SELECT Approval-Queue-File ASSIGN TO "CLAIMS.APPROVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Queue-Status.
           SELECT Disbursement-File ASSIGN TO "CLAIMS.DISBURSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Status.
           SELECT Disbursement-Held-File ASSIGN TO "CLAIMS.DISBHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Held-Status.
           SELECT Release-Log-File ASSIGN TO "CLAIM.RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Release-Log-Status.
           COPY BENSCHDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Claim-Release-File.
       01  Claim-Release-Record.
           05  CL-Claim-Number        PIC X(10).
           05  CL-Supervisor-Id       PIC X(8).
      *> Second user approving a release over the supervisor's own
      *> authority limit - spaces otherwise.
           05  CL-Approver-Id         PIC X(8).

       FD  Approval-Queue-File.
           COPY CLMAPPRQ.

       FD  Disbursement-File.
           COPY CLMDISB.

      *> Same CLMDISB shape - see ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  Release-Log-File.
       01  Release-Log-Record.
           05  RL-Claim-Number        PIC X(10).
           05  RL-Policy-Number       PIC X(10).
           05  RL-Adjuster-Id         PIC X(8).
           05  RL-Supervisor-Id       PIC X(8).
      *> The id whose authority actually covered the release.
           05  RL-Approver-Id         PIC X(8).
           05  RL-Amount              PIC 9(9)V99.
           05  RL-Held-Date           PIC X(10).
           05  RL-Release-Date        PIC X(10).

       FD  Benefit-Schedule-File.
           COPY BENSCHD.

       WORKING-STORAGE SECTION.
       01  WS-Claim-Release-Status     PIC XX.
       01  WS-Approval-Queue-Status    PIC XX.
       01  WS-Disbursement-Status      PIC XX.
       01  WS-Disbursement-Held-Status PIC XX.
       01  WS-Release-Log-Status       PIC XX.
       01  WS-Benefit-Schedule-Status  PIC XX.
      *> Authorization check fields for the shared UserAuthorization
      *> subprogram - the keyed supervisor (and any second approver)
      *> must hold CLAIMPAY authority over the claim's payment.
       01  WS-Auth-Class         PIC X(10).
       01  WS-Auth-Amount        PIC 9(9)V99.
       01  WS-Authorized         PIC X.
       01  WS-Authorizing-User   PIC X(8).
       01  WS-Auth-Reason        PIC X(30).
       01  WS-Screen-Context     PIC X(20).
       01  WS-Screen-Hit         PIC X.
       01  WS-Program-Name             PIC X(20) VALUE
           "ClaimRelease".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Schedule          PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-First-Index              PIC 9(8) COMP.
       01  WS-Queue-Dirty              PIC X VALUE 'N'.
       01  WS-Queue-Overflow           PIC X VALUE 'N'.
       01  WS-Released-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Refused-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY               PIC X(10).
       01  WS-Note-Text               PIC X(60).
      *> CLAIMS.APPROVAL held whole for the run - releasing a claim
      *> means rewriting the LINE SEQUENTIAL file with the survivors.
      *> AT-Queue-State: 'H' still held, 'G' gone (released). The
      *> QueueRow copy below is the field view of whichever raw row
      *> is being worked.
       01  ApprovalFileTable.
           05  Approval-Row-Count      PIC 9(8) COMP.
           05  Approval-Row-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Approval-Row-Count
                   INDEXED BY ApprovalRowIdx.
               10  AT-Queue-Row        PIC X(182).
               10  AT-Queue-State      PIC X.
       COPY CLMAPPRQ REPLACING Approval-Queue-Record BY QueueRow.
       COPY CLMDISB REPLACING Disbursement-Record BY HeldLine.

       PROCEDURE DIVISION.
       Begin-Claim-Release.
           DISPLAY "Starting supervisor claim-release run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           PERFORM Load-Approval-Queue
      *> A queue too large to hold would be written back short -
      *> leave every claim held rather than lose parked payments.
           IF WS-Queue-Overflow = 'Y'
               DISPLAY "ClaimRelease: CLAIMS.APPROVAL too large - "
                   "releases not applied"
               STOP RUN
           END-IF
           IF Approval-Row-Count = 0
               DISPLAY "ClaimRelease: nothing on CLAIMS.APPROVAL"
               STOP RUN
           END-IF

           OPEN INPUT Claim-Release-File
           IF WS-Claim-Release-Status NOT = "00"
               DISPLAY "ClaimRelease: no CLAIM.RELEASE file"
               STOP RUN
           END-IF

           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claim-Release-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM Apply-One-Release
               END-IF
           END-PERFORM

           CLOSE Claim-Release-File
           IF WS-Queue-Dirty = 'Y'
               PERFORM Rewrite-Approval-Queue
           END-IF
           DISPLAY "Supervisor claim release complete - released "
               WS-Released-Count ", refused " WS-Refused-Count "."
           STOP RUN.

       Load-Approval-Queue.
           MOVE 0 TO Approval-Row-Count
           OPEN INPUT Approval-Queue-File
           IF WS-Approval-Queue-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Approval-Queue-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       IF Approval-Row-Count < 100000
                           ADD 1 TO Approval-Row-Count
                           MOVE Approval-Queue-Record TO
                               AT-Queue-Row(Approval-Row-Count)
                           MOVE 'H' TO
                               AT-Queue-State(Approval-Row-Count)
                       ELSE
                           MOVE 'Y' TO WS-Queue-Overflow
                           MOVE 'Y' TO WS-End-Of-File
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Approval-Queue-File
           END-IF
           MOVE 'N' TO WS-End-Of-File.

       Apply-One-Release.
      *> A claim is released whole - every row it parked moves on
      *> together, on one authorization over the claim's total.
           MOVE 0 TO WS-First-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Approval-Row-Count
               IF AT-Queue-State(WS-Scan-Index) = 'H'
                   MOVE AT-Queue-Row(WS-Scan-Index) TO QueueRow
                   IF AQ-Claim-Number OF QueueRow = CL-Claim-Number
                       MOVE WS-Scan-Index TO WS-First-Index
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-First-Index = 0
               MOVE "NOT HELD" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   CL-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
               ADD 1 TO WS-Refused-Count
               EXIT PARAGRAPH
           END-IF

      *> The adjuster whose authority the payment is over cannot be
      *> the one who releases it.
           IF AQ-Adjuster-Id OF QueueRow NOT = SPACES
               AND (CL-Supervisor-Id = AQ-Adjuster-Id OF QueueRow
                   OR CL-Approver-Id = AQ-Adjuster-Id OF QueueRow)
               MOVE "SELF RELEASE" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   CL-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
               ADD 1 TO WS-Refused-Count
               EXIT PARAGRAPH
           END-IF

           MOVE "CLAIMPAY" TO WS-Auth-Class
           MOVE AQ-Claim-Amount OF QueueRow TO WS-Auth-Amount
           CALL "UserAuthorization" USING CL-Supervisor-Id,
               WS-Auth-Class, WS-Auth-Amount, CL-Approver-Id,
               WS-Authorized, WS-Authorizing-User,
               WS-Auth-Reason
           IF WS-Authorized = 'N'
               MOVE WS-Auth-Reason(1:15) TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   CL-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
               ADD 1 TO WS-Refused-Count
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-Scan-Index FROM WS-First-Index BY 1
               UNTIL WS-Scan-Index > Approval-Row-Count
               IF AT-Queue-State(WS-Scan-Index) = 'H'
                   MOVE AT-Queue-Row(WS-Scan-Index) TO QueueRow
                   IF AQ-Claim-Number OF QueueRow = CL-Claim-Number
                       PERFORM Release-One-Row
                       MOVE 'G' TO AT-Queue-State(WS-Scan-Index)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-Queue-Dirty
           ADD 1 TO WS-Released-Count
           PERFORM Write-Release-Log.

       Release-One-Row.
           IF AQ-Line-Type OF QueueRow = "SCHEDULE"
               PERFORM Activate-Benefit-Schedule
           ELSE
               PERFORM Screen-And-Write-Disbursement
           END-IF.

       Screen-And-Write-Disbursement.
      *> The watch-list screen the line skipped when it was parked -
      *> a hit goes to compliance on CLAIMS.DISBHELD exactly as
      *> ClaimProcessing would have sent it.
           MOVE AQ-Disbursement-Line OF QueueRow TO HeldLine
           MOVE "DISBURSEMENT" TO WS-Screen-Context
           CALL "WatchlistScreening" USING DB-Payee OF HeldLine,
               CL-Claim-Number, WS-Screen-Context, WS-Screen-Hit
           IF WS-Screen-Hit = 'Y'
               OPEN EXTEND Disbursement-Held-File
               IF WS-Disbursement-Held-Status = "35"
                   OPEN OUTPUT Disbursement-Held-File
               END-IF
               MOVE HeldLine TO Disbursement-Held-Record
               WRITE Disbursement-Held-Record
               CLOSE Disbursement-Held-File
           ELSE
               OPEN EXTEND Disbursement-File
               IF WS-Disbursement-Status = "35"
                   OPEN OUTPUT Disbursement-File
               END-IF
               MOVE HeldLine TO Disbursement-Record
               WRITE Disbursement-Record
               CLOSE Disbursement-File
           END-IF.

       Activate-Benefit-Schedule.
      *> Every beneficiary row the claim booked HELD goes ACTIVE -
      *> BenefitPayment's next monthly run starts paying them.
           OPEN I-O Benefit-Schedule-File
           IF WS-Benefit-Schedule-Status NOT = "00"
               MOVE "NO SCHEDULE" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   CL-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           MOVE CL-Claim-Number TO BS-Claim-Number
           MOVE 0 TO BS-Beneficiary-Seq
           START Benefit-Schedule-File KEY NOT < BS-Schedule-Key
               INVALID KEY
                   MOVE "23" TO WS-Benefit-Schedule-Status
           END-START
           MOVE 'N' TO WS-End-Of-Schedule
           IF WS-Benefit-Schedule-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Schedule
           END-IF
           PERFORM UNTIL WS-End-Of-Schedule = 'Y'
               READ Benefit-Schedule-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Schedule
               END-READ
               IF WS-End-Of-Schedule = 'N'
                   IF BS-Claim-Number NOT = CL-Claim-Number
                       MOVE 'Y' TO WS-End-Of-Schedule
                   ELSE
                       IF BS-Schedule-Status = "HELD"
                           MOVE "ACTIVE" TO BS-Schedule-Status
                           REWRITE Benefit-Schedule-Record
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Benefit-Schedule-File.

       Write-Release-Log.
           OPEN EXTEND Release-Log-File
           IF WS-Release-Log-Status = "35"
               OPEN OUTPUT Release-Log-File
           END-IF
           MOVE CL-Claim-Number TO RL-Claim-Number
           MOVE AQ-Policy-Number OF QueueRow TO RL-Policy-Number
           MOVE AQ-Adjuster-Id OF QueueRow TO RL-Adjuster-Id
           MOVE CL-Supervisor-Id TO RL-Supervisor-Id
           MOVE WS-Authorizing-User TO RL-Approver-Id
           MOVE AQ-Claim-Amount OF QueueRow TO RL-Amount
           MOVE AQ-Held-Date OF QueueRow TO RL-Held-Date
           MOVE WS-Today-MDY TO RL-Release-Date
           WRITE Release-Log-Record
           CLOSE Release-Log-File

           MOVE SPACES TO WS-Note-Text
           STRING "PAYMENT RELEASED BY SUPERVISOR "
                   WS-Authorizing-User DELIMITED BY SIZE
               INTO WS-Note-Text
           CALL "ClaimNote" USING CL-Claim-Number,
               CL-Supervisor-Id, WS-Note-Text.

       Rewrite-Approval-Queue.
           OPEN OUTPUT Approval-Queue-File
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Approval-Row-Count
               IF AT-Queue-State(WS-Scan-Index) = 'H'
                   MOVE AT-Queue-Row(WS-Scan-Index) TO
                       Approval-Queue-Record
                   WRITE Approval-Queue-Record
               END-IF
           END-PERFORM
           CLOSE Approval-Queue-File.
