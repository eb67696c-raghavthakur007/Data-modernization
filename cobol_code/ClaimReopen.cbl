      *> screen included. A reopen that matches no paid claim, or
      *> lands on a policy with no limit headroom left, goes to the
      *> exceptions report instead of being silently swallowed.
      *> Supplements RepairEstimateApply raised off an appraiser's
      *> estimate wait on CLAIMS.REOPENQ until the adjuster confirms
      *> them on CLAIMS.REOPENCONF; a confirmed one is paid here like
      *> any other reopen, noted on the claim diary, and its case
      *> reserve released. Unconfirmed ones stay queued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reopen-File ASSIGN TO "CLAIMS.REOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reopen-Status.
           SELECT Reopen-Queue-File ASSIGN TO "CLAIMS.REOPENQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reopen-Queue-Status.
           SELECT Reopen-Confirm-File ASSIGN TO "CLAIMS.REOPENCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reopen-Confirm-Status.
           COPY CLMREGSEL.
           COPY POLMSSEL.
           SELECT Correspondence-File ASSIGN TO "CLAIMS.CORRESP"

       DATA DIVISION.
       FILE SECTION.
      *> CLMREOP shape - the working copy is Reopen-Record, shared
      *> with the estimate supplements off CLAIMS.REOPENQ.
       FD  Reopen-File.
       01  Reopen-File-Record          PIC X(71).

       FD  Reopen-Queue-File.
       01  Reopen-Queue-Record         PIC X(71).

      *> One adjuster confirmation per queued estimate supplement.
       FD  Reopen-Confirm-File.
       01  Reopen-Confirm-Record.
           05  RC-Claim-Number         PIC X(10).
           05  RC-Adjuster-Id          PIC X(8).
           05  RC-Confirm-Date         PIC X(10).

       FD  Claims-Register-File.
           COPY CLMREGREC.
      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-Reopen-Status            PIC XX.
       01  WS-Reopen-Queue-Status      PIC XX.
       01  WS-Reopen-Confirm-Status    PIC XX.
       01  WS-Queue-Index              PIC 9(8) COMP.
       01  WS-Confirm-Index            PIC 9(8) COMP.
       01  WS-Confirm-Found            PIC X.
       01  WS-Reserve-Mode             PIC X(10).
       01  WS-Note-Text                PIC X(60).
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Correspondence-Status    PIC XX.
      *> Working copy of the original PAY row - the FD buffer cycles
      *> through the claim's whole row group during the keyed walk.
       COPY CLMREGREC REPLACING Claims-Register-Record BY RegisterRow.
       COPY CLMREOP.
      *> Estimate supplements waiting on CLAIMS.REOPENQ and the
      *> adjuster confirmations that release them.
       01  QueuedSupplements.
           05  Queued-Supplement-Count PIC 9(8) COMP.
           05  Queued-Supplement-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Queued-Supplement-Count
                   INDEXED BY QueuedSupplementIdx.
               10  QS-Queue-Row        PIC X(71).
       01  ReopenConfirmations.
           05  Reopen-Confirm-Count    PIC 9(8) COMP.
           05  Reopen-Confirm-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Reopen-Confirm-Count
                   INDEXED BY ReopenConfirmIdx.
               10  RCT-Claim-Number    PIC X(10).
               10  RCT-Adjuster-Id     PIC X(8).

       PROCEDURE DIVISION.
       Begin-Claim-Reopen.
           DISPLAY "Starting claim reopen run..."

           PERFORM Load-Queued-Supplements
           OPEN INPUT Reopen-File
           IF WS-Reopen-Status NOT = "00"
               AND Queued-Supplement-Count = 0
               DISPLAY "ClaimReopen: no CLAIMS.REOPEN file this run"
               STOP RUN
           END-IF
           OPEN I-O POLICY-MASTER-FILE

           MOVE 'N' TO WS-End-Of-Reopens
           IF WS-Reopen-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Reopens
           END-IF
           PERFORM UNTIL WS-End-Of-Reopens = 'Y'
               READ Reopen-File
                   AT END MOVE 'Y' TO WS-End-Of-Reopens
               END-READ
               IF WS-End-Of-Reopens = 'N'
                   MOVE Reopen-File-Record TO Reopen-Record
                   PERFORM Process-One-Reopen
               END-IF
           END-PERFORM
           IF WS-Reopen-Status = "00" OR WS-Reopen-Status = "10"
               CLOSE Reopen-File
           END-IF

           PERFORM Process-Queued-Supplements
           CLOSE Claims-Register-File
           CLOSE POLICY-MASTER-FILE
           DISPLAY "Claim reopen run complete."
           STOP RUN.

       Load-Queued-Supplements.
           MOVE 0 TO Queued-Supplement-Count
           MOVE 0 TO Reopen-Confirm-Count
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
                   END-IF
               END-PERFORM
               CLOSE Reopen-Queue-File
           END-IF
           OPEN INPUT Reopen-Confirm-File
           IF WS-Reopen-Confirm-Status = "00"
               PERFORM UNTIL WS-Reopen-Confirm-Status NOT = "00"
                   READ Reopen-Confirm-File
                       AT END MOVE "10" TO WS-Reopen-Confirm-Status
                   END-READ
                   IF WS-Reopen-Confirm-Status = "00"
                       AND Reopen-Confirm-Count < 100000
                       ADD 1 TO Reopen-Confirm-Count
                       MOVE RC-Claim-Number TO
                           RCT-Claim-Number(Reopen-Confirm-Count)
                       MOVE RC-Adjuster-Id TO
                           RCT-Adjuster-Id(Reopen-Confirm-Count)
                   END-IF
               END-PERFORM
               CLOSE Reopen-Confirm-File
           END-IF.

       Process-Queued-Supplements.
      *> A queued estimate supplement pays only on the adjuster's
      *> confirmation; everything else goes back on the queue for the
      *> next run. The confirmations are consumed either way - one
      *> naming a claim with nothing queued has nothing to release.
           OPEN OUTPUT Reopen-Queue-File
           PERFORM VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > Queued-Supplement-Count
               MOVE QS-Queue-Row(WS-Queue-Index) TO Reopen-Record
               PERFORM Find-Reopen-Confirmation
               IF WS-Confirm-Found = 'Y'
                   PERFORM Process-One-Reopen
                   PERFORM Close-Estimate-Supplement
               ELSE
                   MOVE QS-Queue-Row(WS-Queue-Index) TO
                       Reopen-Queue-Record
                   WRITE Reopen-Queue-Record
               END-IF
           END-PERFORM
           CLOSE Reopen-Queue-File
           IF Reopen-Confirm-Count > 0
               OPEN OUTPUT Reopen-Confirm-File
               CLOSE Reopen-Confirm-File
           END-IF.

       Find-Reopen-Confirmation.
           MOVE 'N' TO WS-Confirm-Found
           PERFORM VARYING WS-Confirm-Index FROM 1 BY 1
               UNTIL WS-Confirm-Index > Reopen-Confirm-Count
                   OR WS-Confirm-Found = 'Y'
               IF RCT-Claim-Number(WS-Confirm-Index) = RO-Claim-Number
                   MOVE 'Y' TO WS-Confirm-Found
               END-IF
           END-PERFORM
           IF WS-Confirm-Found = 'Y'
               SUBTRACT 1 FROM WS-Confirm-Index
           END-IF.

       Close-Estimate-Supplement.
      *> The reserve RepairEstimateApply carried for the supplement
      *> comes down once it is paid, and the diary records who
      *> confirmed it.
           IF WS-Paid-Row-Found = 'Y'
               AND WS-Policy-Found = 'Y'
               AND WS-Applied-Amount > 0
               MOVE "RELEASE" TO WS-Reserve-Mode
               CALL "CaseReserve" USING WS-Reserve-Mode,
                   RO-Claim-Number,
                   CR-Policy-Number OF RegisterRow,
                   CR-Policy-Type OF RegisterRow,
                   WS-Applied-Amount,
                   CR-Company-Code OF RegisterRow
               MOVE SPACES TO WS-Note-Text
               STRING "EST SUPPLEMENT CONFIRMED BY "
                       RCT-Adjuster-Id(WS-Confirm-Index)
                   DELIMITED BY SIZE INTO WS-Note-Text
               CALL "ClaimNote" USING RO-Claim-Number,
                   RCT-Adjuster-Id(WS-Confirm-Index), WS-Note-Text
           END-IF.

       Process-One-Reopen.
      *> Only a claim that actually paid can be reopened - a reopen
      *> against an unknown, rejected, or still-in-review claim goes
           MOVE "SUPPLEMENT" TO CO-Claim-Status
           MOVE "Supplemental payment approved on reopened claim." TO
               CO-Reason
           MOVE 0 TO CO-Coinsurance-Penalty

      *> Same beneficiary routing a straight-through life claim gets
      *> in ClaimProcessing - the insured on a life claim is deceased.
           MOVE CR-Policy-Number OF RegisterRow TO DB-Policy-Number
           MOVE RO-Reopen-Date TO DB-Disbursement-Date
           MOVE CR-Payee-Tax-Id OF RegisterRow TO DB-Payee-Tax-Id
           MOVE CR-Company-Code OF RegisterRow TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id

           IF Policy-Type OF PolicyRecord = "LIFE_INSURANCE"
               AND Beneficiary-Count OF PolicyRecord > 0
