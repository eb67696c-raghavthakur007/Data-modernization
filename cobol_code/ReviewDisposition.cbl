      *> letter and (for PAY) disbursement extract line a straight-
      *> through claim would have, a master-record status update, and
      *> a row on CLAIMS.DISPLOG recording who decided what.
      *> Early LIFE_INSURANCE death claims ClaimProcessing queued for
      *> contestability (register status CONTEST) are finalized here
      *> too, but the examiner's only outcomes on those are PAY - the
      *> same adjudication an APPROVE gets - or RESCIND, which voids
      *> the policy back to inception and refunds the premium paid to
      *> the estate through CLAIMS.DISBURSE instead of the benefit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  Disposition-Log-File.
       01  Disposition-Log-Record.
       01  WS-Final-Status             PIC X(10).
       01  WS-Reserve-Mode             PIC X(10).
       01  WS-Correspondence-Reason    PIC X(40).
       01  WS-Decision-Allowed         PIC X.
       01  WS-Refund-Amount            PIC 9(9)V99.
       01  WS-GL-Amount                PIC 9(11)V99.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  LI-Revenue-Account          PIC X(10) VALUE "4030".
      *> WriteExceptionReport's LK-Offending-Value is PIC X(15) - the
      *> offending value is moved in here first so the CALL always
      *> passes a full-size field (same overread note as in
                       WS-Offending-Value
                   EXIT PARAGRAPH
               END-IF
               PERFORM Test-Decision-Allowed
               IF WS-Decision-Allowed = 'N'
                   MOVE DS-Decision TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       DS-Claim-Number, WS-Program-Name,
                       WS-Offending-Value
                   EXIT PARAGRAPH
               END-IF
               IF DS-Decision = "RESCIND"
                   PERFORM Lookup-Policy-Master
                   PERFORM Rescind-Contested-Claim
                   EXIT PARAGRAPH
               END-IF
               IF DS-Decision = "SIU"
      *> Referral to the Special Investigation Unit - the claim
      *> leaves the normal disposition flow (its row moves to SIU
               END-IF
           END-IF.

       Test-Decision-Allowed.
      *> A contestability claim is paid or rescinded, nothing else -
      *> and RESCIND means nothing on an ordinary REVIEW claim.
           MOVE 'Y' TO WS-Decision-Allowed
           IF CR-Claim-Status OF RegisterRow = "CONTEST"
               IF DS-Decision NOT = "PAY"
                   AND DS-Decision NOT = "RESCIND"
                   MOVE 'N' TO WS-Decision-Allowed
               END-IF
           ELSE
               IF DS-Decision = "RESCIND"
                   MOVE 'N' TO WS-Decision-Allowed
               END-IF
           END-IF.

       Rescind-Contested-Claim.
      *> Rescission voids the contract back to inception - no benefit
      *> is owed, and every premium dollar collected goes back to the
      *> insured's estate through the same disbursement stream claim
      *> payments take. The case reserve comes down, the register row
      *> finalizes as RESCIND, and the master is marked RESCINDED with
      *> nothing left paid on it.
           MOVE 0 TO WS-Net-Payment-Amount
           MOVE 0 TO WS-Refund-Amount
           MOVE "RESCIND" TO WS-Final-Status
           MOVE "Policy rescinded - premium refunded to estate." TO
               WS-Correspondence-Reason
           MOVE "RELEASE" TO WS-Reserve-Mode
           CALL "CaseReserve" USING WS-Reserve-Mode,
               DS-Claim-Number,
               CR-Policy-Number OF RegisterRow,
               CR-Policy-Type OF RegisterRow,
               WS-Net-Payment-Amount,
               CR-Company-Code OF RegisterRow
           PERFORM Update-Register-Row
           IF WS-Policy-Found = 'Y'
               MOVE Cumulative-Premium-Paid OF PolicyRecord TO
                   WS-Refund-Amount
               MOVE "RESCINDED" TO Policy-Status OF PolicyRecord
               MOVE 0 TO Cumulative-Premium-Paid OF PolicyRecord
               PERFORM Update-Policy-Master
               PERFORM Write-Correspondence
               IF WS-Refund-Amount > 0
                   PERFORM Write-Rescission-Refund
                   PERFORM Post-Rescission-Refund
               END-IF
           END-IF
           PERFORM Write-Disposition-Log
           PERFORM Write-Claim-Note.

       Write-Rescission-Refund.
      *> The insured is deceased, so the refund is payable to the
      *> estate. Same watch-list gate every payee gets.
           OPEN EXTEND Disbursement-File
           IF WS-Disbursement-Status = "35"
               OPEN OUTPUT Disbursement-File
           END-IF
           MOVE DS-Claim-Number TO DB-Claim-Number
           MOVE CR-Policy-Number OF RegisterRow TO DB-Policy-Number
           MOVE WS-Today-MDY TO DB-Disbursement-Date
           MOVE CR-Payee-Tax-Id OF RegisterRow TO DB-Payee-Tax-Id
           MOVE CR-Company-Code OF RegisterRow TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id
           MOVE SPACES TO DB-Payee
           STRING "ESTATE OF " Policy-Holder-Name OF PolicyRecord
               DELIMITED BY SIZE INTO DB-Payee
           MOVE WS-Refund-Amount TO DB-Net-Payment-Amount
           PERFORM Screen-And-Write-Disbursement
           CLOSE Disbursement-File.

       Post-Rescission-Refund.
      *> Returned premium comes back out of life revenue - DEBIT
      *> revenue, CREDIT cash clearing, the same pair
      *> CancellationRefund posts for a return premium.
           MOVE WS-Refund-Amount TO WS-GL-Amount
           MOVE DS-Claim-Number TO WS-GL-Reference
           MOVE "RESCISSION PREMIUM REFUND" TO WS-GL-Description
           MOVE CR-Company-Code OF RegisterRow TO WS-GL-Company-Code
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING LI-Revenue-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Open-SIU-Case.
           MOVE 0 TO WS-Net-Payment-Amount
           MOVE "SIU" TO WS-Final-Status
       Find-Review-Row.
      *> A keyed START at the claim's first row sequence, then a walk
      *> of the claim's row group looking for the row still in REVIEW
      *> (or CONTEST) - one claim's rows, not the whole register.
           MOVE 'N' TO WS-Review-Row-Found
           MOVE DS-Claim-Number TO
               CR-Claim-Number OF Claims-Register-Record
                   ELSE
                       IF CR-Claim-Status OF Claims-Register-Record =
                               "REVIEW"
                           OR CR-Claim-Status OF
                               Claims-Register-Record = "CONTEST"
                           MOVE Claims-Register-Record TO RegisterRow
                           MOVE 'Y' TO WS-Review-Row-Found
                           MOVE 'Y' TO WS-End-Of-Group

       Finalize-Review-Claim.
           MOVE 0 TO WS-Net-Payment-Amount
           IF (DS-Decision = "APPROVE" OR DS-Decision = "PAY")
               AND WS-Policy-Found = 'Y'
               PERFORM Adjudicate-Approved-Claim
           ELSE
               MOVE "REJECT" TO WS-Final-Status
               DS-Claim-Number,
               CR-Policy-Number OF RegisterRow,
               CR-Policy-Type OF RegisterRow,
               WS-Net-Payment-Amount,
               CR-Company-Code OF RegisterRow

           PERFORM Update-Register-Row
           IF WS-Policy-Found = 'Y'
           MOVE CR-Amount-of-Loss OF RegisterRow TO CO-Amount-of-Loss
           MOVE WS-Final-Status TO CO-Claim-Status
           MOVE WS-Correspondence-Reason TO CO-Reason
           MOVE 0 TO CO-Coinsurance-Penalty

      *> Same beneficiary routing a straight-through life claim gets
      *> in ClaimProcessing - the insured on a life claim is deceased.
           MOVE CR-Policy-Number OF RegisterRow TO DB-Policy-Number
           MOVE WS-Today-MDY TO DB-Disbursement-Date
           MOVE CR-Payee-Tax-Id OF RegisterRow TO DB-Payee-Tax-Id
           MOVE CR-Company-Code OF RegisterRow TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id

           IF Policy-Type OF PolicyRecord = "LIFE_INSURANCE"
               AND Beneficiary-Count OF PolicyRecord > 0
               MOVE WS-Beneficiary-Share TO BS-Remaining-Balance
               MOVE CR-Payee-Tax-Id OF RegisterRow TO
                   BS-Payee-Tax-Id
               MOVE CR-Company-Code OF RegisterRow TO BS-Company-Code
               MOVE "ACTIVE" TO BS-Schedule-Status
               WRITE Benefit-Schedule-Record
                   INVALID KEY
