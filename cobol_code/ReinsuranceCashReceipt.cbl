       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReinsuranceCashReceipt.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Reinsurer cash-receipt intake. ClaimsCeding and XOLRecovery
      *> bill the reinsurers onto REINSURANCE.RECOVERY, but nothing
      *> recorded whether the reinsurer ever paid. Each run first
      *> carries every new billing row onto the keyed
      *> REINS.RECOVERABLE ledger (a row already there is left
      *> alone, so rereading the whole extract is safe), then applies
      *> the day's REINS.CASH.INTAKE transactions against it:
      *>   PAYMENT - cash applied to the claim's open bills for that
      *>             reinsurer oldest first, partial payments left
      *>             PARTIAL, and the applied cash posted through
      *>             GLPost (DEBIT cash clearing, CREDIT reinsurance
      *>             recoverable) - the reverse of ClaimsCeding's
      *>             billing entry;
      *>   DISPUTE - the open bills are marked DISPUTED with the
      *>             reinsurer's reason;
      *>   RESOLVE - the dispute is lifted and the bills are due again.
      *> A transaction matching no billed recoverable, or cash beyond
      *> what is outstanding, goes to the exceptions report instead
      *> of being applied - the desk works it from there. The cash
      *> posts under the writing company the bills belong to
      *> (RL-Company-Code, carried from the billing row).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reinsurance-Recovery-File
               ASSIGN TO "REINSURANCE.RECOVERY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reinsurance-Recovery-Status.
           SELECT Reins-Cash-Intake-File ASSIGN TO "REINS.CASH.INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reins-Cash-Intake-Status.
           COPY RINSLDGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Reinsurance-Recovery-File.
           COPY REINSRCV.

       FD  Reins-Cash-Intake-File.
           COPY RINSCASH.

       FD  Reins-Recoverable-File.
           COPY RINSLDG.

       WORKING-STORAGE SECTION.
       01  WS-Reinsurance-Recovery-Status PIC XX.
       01  WS-Reins-Cash-Intake-Status    PIC XX.
       01  WS-Reins-Recoverable-Status    PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "ReinsCashReceipt".
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Group             PIC X.
       01  WS-Group-Found              PIC X.
       01  WS-Offending-Value          PIC X(15).
       01  WS-Outstanding              PIC 9(9)V99.
       01  WS-Remaining-Payment        PIC 9(9)V99.
       01  WS-Apply-Amount             PIC 9(9)V99.
       01  WS-Applied-Total            PIC 9(9)V99.
       01  WS-Picked-Up-Count          PIC 9(8) COMP VALUE 0.
       01  WS-Applied-Count            PIC 9(8) COMP VALUE 0.
       01  WS-GL-Amount                PIC 9(11)V99.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  Reins-Recoverable-Account   PIC X(10) VALUE "1200".

       PROCEDURE DIVISION.
       Begin-Reins-Cash-Receipt.
           DISPLAY "Starting reinsurance cash receipt run..."
           OPEN I-O Reins-Recoverable-File
           IF WS-Reins-Recoverable-Status = "35"
               OPEN OUTPUT Reins-Recoverable-File
               CLOSE Reins-Recoverable-File
               OPEN I-O Reins-Recoverable-File
           END-IF

           PERFORM Pick-Up-New-Billings

      *> No remittances is a normal day - the pickup still runs.
           OPEN INPUT Reins-Cash-Intake-File
           IF WS-Reins-Cash-Intake-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Reins-Cash-Intake-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Apply-One-Transaction
                   END-IF
               END-PERFORM
               CLOSE Reins-Cash-Intake-File
           END-IF

           CLOSE Reins-Recoverable-File
           DISPLAY "Reinsurance cash receipt complete - "
               WS-Picked-Up-Count " bills picked up, "
               WS-Applied-Count " transactions applied."
           STOP RUN.

       Pick-Up-New-Billings.
           OPEN INPUT Reinsurance-Recovery-File
           IF WS-Reinsurance-Recovery-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Reinsurance-Recovery-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Pick-Up-One-Billing
                   END-IF
               END-PERFORM
               CLOSE Reinsurance-Recovery-File
           END-IF.

       Pick-Up-One-Billing.
           MOVE SPACES TO Reins-Recoverable-Record
           MOVE RR-Claim-Number TO RL-Claim-Number
           MOVE RR-Reinsurer-Id TO RL-Reinsurer-Id
           MOVE RR-Billing-Date(7:4) TO RL-Billing-YYYYMMDD(1:4)
           MOVE RR-Billing-Date(1:2) TO RL-Billing-YYYYMMDD(5:2)
           MOVE RR-Billing-Date(4:2) TO RL-Billing-YYYYMMDD(7:2)
           MOVE RR-Treaty-Id TO RL-Treaty-Id
           MOVE RR-Fac-Certificate-Id TO RL-Fac-Certificate-Id
           MOVE RR-Policy-Number TO RL-Policy-Number
           MOVE RR-Policy-Type TO RL-Policy-Type
           MOVE RR-Billing-Date TO RL-Billing-Date
           MOVE RR-Recoverable-Amount TO RL-Billed-Amount
           MOVE RR-Company-Code TO RL-Company-Code
           IF RL-Company-Code = SPACES
               MOVE "01" TO RL-Company-Code
           END-IF
           MOVE 0 TO RL-Paid-To-Date
           MOVE "OPEN" TO RL-Status
           WRITE Reins-Recoverable-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-Picked-Up-Count
           END-WRITE.

       Apply-One-Transaction.
           EVALUATE RX-Transaction-Type
               WHEN "PAYMENT"
                   PERFORM Apply-Payment
               WHEN "DISPUTE"
                   PERFORM Apply-Dispute
               WHEN "RESOLVE"
                   PERFORM Apply-Resolution
               WHEN OTHER
                   MOVE RX-Transaction-Type TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       RX-Claim-Number, WS-Program-Name,
                       WS-Offending-Value
           END-EVALUATE.

       Position-On-Claim-Group.
      *> The claim/reinsurer's bills sit together on the key, oldest
      *> billing date first - treaty and fac bills alike.
           MOVE RX-Claim-Number TO RL-Claim-Number
           MOVE RX-Reinsurer-Id TO RL-Reinsurer-Id
           MOVE LOW-VALUES TO RL-Billing-YYYYMMDD
           MOVE LOW-VALUES TO RL-Treaty-Id
           MOVE LOW-VALUES TO RL-Fac-Certificate-Id
           MOVE 'N' TO WS-Group-Found
           START Reins-Recoverable-File KEY NOT < RL-Recoverable-Key
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Group
           IF WS-Reins-Recoverable-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Group
           END-IF.

       Read-Next-In-Group.
           READ Reins-Recoverable-File NEXT RECORD
               AT END MOVE 'Y' TO WS-End-Of-Group
           END-READ
           IF WS-End-Of-Group = 'N'
               IF RL-Claim-Number NOT = RX-Claim-Number
                   OR RL-Reinsurer-Id NOT = RX-Reinsurer-Id
                   MOVE 'Y' TO WS-End-Of-Group
               ELSE
                   MOVE 'Y' TO WS-Group-Found
               END-IF
           END-IF.

       Apply-Payment.
           MOVE RX-Amount TO WS-Remaining-Payment
           MOVE 0 TO WS-Applied-Total
           MOVE "01" TO WS-GL-Company-Code
           PERFORM Position-On-Claim-Group
           PERFORM UNTIL WS-End-Of-Group = 'Y'
               OR WS-Remaining-Payment = 0
               PERFORM Read-Next-In-Group
               IF WS-End-Of-Group = 'N'
                   AND RL-Billed-Amount > RL-Paid-To-Date
                   PERFORM Pay-One-Recoverable
               END-IF
           END-PERFORM

           IF WS-Group-Found = 'N'
               MOVE "NOT BILLED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   RX-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               IF WS-Applied-Total > 0
                   PERFORM Post-Cash-Received
                   ADD 1 TO WS-Applied-Count
               END-IF
               IF WS-Remaining-Payment > 0
                   MOVE "OVERPAID" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       RX-Claim-Number, WS-Program-Name,
                       WS-Offending-Value
               END-IF
           END-IF.

       Pay-One-Recoverable.
           COMPUTE WS-Outstanding = RL-Billed-Amount - RL-Paid-To-Date
           IF WS-Remaining-Payment >= WS-Outstanding
               MOVE WS-Outstanding TO WS-Apply-Amount
           ELSE
               MOVE WS-Remaining-Payment TO WS-Apply-Amount
           END-IF
           ADD WS-Apply-Amount TO RL-Paid-To-Date
           SUBTRACT WS-Apply-Amount FROM WS-Remaining-Payment
           ADD WS-Apply-Amount TO WS-Applied-Total
           IF RL-Company-Code NOT = SPACES
               MOVE RL-Company-Code TO WS-GL-Company-Code
           END-IF
           MOVE RX-Transaction-Date TO RL-Last-Payment-Date
           MOVE RX-Reference TO RL-Last-Payment-Ref
      *> Paid in full closes the bill, dispute or not; part-paid
      *> leaves a dispute standing.
           IF RL-Paid-To-Date >= RL-Billed-Amount
               MOVE "PAID" TO RL-Status
           ELSE
               IF RL-Status NOT = "DISPUTED"
                   MOVE "PARTIAL" TO RL-Status
               END-IF
           END-IF
           REWRITE Reins-Recoverable-Record
               INVALID KEY
                   DISPLAY "ReinsuranceCashReceipt: rewrite failed "
                       "for " RL-Claim-Number
           END-REWRITE.

       Apply-Dispute.
           PERFORM Position-On-Claim-Group
           PERFORM UNTIL WS-End-Of-Group = 'Y'
               PERFORM Read-Next-In-Group
               IF WS-End-Of-Group = 'N'
                   AND RL-Billed-Amount > RL-Paid-To-Date
                   MOVE "DISPUTED" TO RL-Status
                   MOVE RX-Transaction-Date TO RL-Dispute-Date
                   MOVE RX-Dispute-Reason TO RL-Dispute-Reason
                   REWRITE Reins-Recoverable-Record
                       INVALID KEY
                           DISPLAY "ReinsuranceCashReceipt: rewrite "
                               "failed for " RL-Claim-Number
                   END-REWRITE
               END-IF
           END-PERFORM
           IF WS-Group-Found = 'N'
               MOVE "NOT BILLED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   RX-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               ADD 1 TO WS-Applied-Count
           END-IF.

       Apply-Resolution.
      *> The dispute history (date and reason) stays on the row; only
      *> the status goes back to what the cash says it is.
           PERFORM Position-On-Claim-Group
           PERFORM UNTIL WS-End-Of-Group = 'Y'
               PERFORM Read-Next-In-Group
               IF WS-End-Of-Group = 'N'
                   AND RL-Status = "DISPUTED"
                   IF RL-Paid-To-Date > 0
                       MOVE "PARTIAL" TO RL-Status
                   ELSE
                       MOVE "OPEN" TO RL-Status
                   END-IF
                   REWRITE Reins-Recoverable-Record
                       INVALID KEY
                           DISPLAY "ReinsuranceCashReceipt: rewrite "
                               "failed for " RL-Claim-Number
                   END-REWRITE
               END-IF
           END-PERFORM
           IF WS-Group-Found = 'N'
               MOVE "NOT BILLED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   RX-Claim-Number, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               ADD 1 TO WS-Applied-Count
           END-IF.

       Post-Cash-Received.
      *> DEBIT cash clearing, CREDIT the reinsurance recoverable asset
      *> ClaimsCeding/XOLRecovery debited when they billed.
           MOVE WS-Applied-Total TO WS-GL-Amount
           MOVE RX-Claim-Number TO WS-GL-Reference
           MOVE "REINSURANCE RECOVERY RECEIVED" TO WS-GL-Description
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Reins-Recoverable-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.
