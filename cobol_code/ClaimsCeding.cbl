      *> whole - we ceded premium and never billed the reinsurer for
      *> its share of the loss. This program applies every PAY claim
      *> on CLAIMS.REGISTER against its policy's most recent retention
      *> split, bills the reinsurers' proportional share on the
      *> REINSURANCE.RECOVERY extract - one row per reinsurer on the
      *> panel of the REINS.TREATY row the policy was ceded under, at
      *> its percentage share, plus one row per FAC.CERTIFICATE
      *> reinsurer whose certificate was in force on the date of loss,
      *> at the share of the limits its layer took - and posts the
      *> recoverable
      *> through GL.POSTING via GLPost (DEBIT reinsurance recoverable,
      *> CREDIT the line's claims expense). REINSURANCE.RECOVERY is
      *> read back at the start of the run so a claim already billed
      *> is never billed again. Billing rows and postings carry the
      *> claim's writing company.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "REINSURANCE.RECOVERY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reinsurance-Recovery-Status.
           SELECT Reins-Treaty-File ASSIGN TO "REINS.TREATY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reins-Treaty-Status.
           COPY FACCERTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Reinsurance-Recovery-File.
           COPY REINSRCV.

       FD  Reins-Treaty-File.
           COPY TRTYREC.

       FD  Fac-Certificate-File.
           COPY FACCERT.

       WORKING-STORAGE SECTION.
       01  WS-Claims-Register-Status        PIC XX.
       01  WS-Reinsurance-Ceded-Status      PIC XX.
       01  WS-Reinsurance-Recovery-Status   PIC XX.
       01  WS-Reins-Treaty-Status           PIC XX.
       01  WS-End-Of-Register              PIC X VALUE 'N'.
       01  WS-End-Of-File                  PIC X VALUE 'N'.
       01  WS-Scan-Index                   PIC 9(8) COMP.
       01  WS-Ceded-Share                  PIC 9V9999.
       01  WS-Recoverable-Amount           PIC 9(9)V99.
       01  WS-Billed-Count                 PIC 9(8) COMP VALUE 0.
       01  WS-Matched-Treaty               PIC 9(4) COMP.
       01  WS-Panel-Index                  PIC 9(4) COMP.
       01  WS-Allocated-Amount             PIC 9(9)V99.
       01  WS-Fac-Certificate-Status       PIC XX.
       01  WS-Fac-File-Open                PIC X.
       01  WS-End-Of-Certificates          PIC X.
       01  WS-Fac-Share                    PIC 9V9999.
       01  WS-Fac-Layer                    PIC 9(9)V99.
       01  WS-Fac-Room                     PIC 9(9)V99.
       01  WS-Fac-Layered                  PIC 9(9)V99.
       01  WS-Fac-Recoverable              PIC 9(9)V99.
       01  WS-Total-Recoverable            PIC 9(9)V99.
       01  WS-Loss-YYYYMMDD                PIC 9(8).
       01  WS-Cert-Eff-YYYYMMDD            PIC 9(8).
       01  WS-Cert-Exp-YYYYMMDD            PIC 9(8).
       01  WS-GL-Amount                    PIC 9(11)V99.
       01  WS-Debit-Credit                 PIC X.
       01  WS-GL-Reference                 PIC X(15).
       01  WS-GL-Description               PIC X(30).
       01  WS-GL-Company-Code              PIC X(2).
       01  Reins-Recoverable-Account       PIC X(10) VALUE "1200".
       01  CI-Claims-Account               PIC X(10) VALUE "6010".
       01  HI-Claims-Account               PIC X(10) VALUE "6020".
                   DEPENDING ON Billed-Claim-Count
                   INDEXED BY BilledClaimIdx PIC X(10).
       COPY REINSCTBL.
       COPY TRTYTBL.

       PROCEDURE DIVISION.
       Begin-Claims-Ceding.
               DELIMITED BY SIZE INTO WS-Today-MDY

           PERFORM Load-Ceded-Extract
           PERFORM Load-Treaty-Table
           PERFORM Load-Billed-Claims
           MOVE 'N' TO WS-Fac-File-Open
           OPEN INPUT Fac-Certificate-File
           IF WS-Fac-Certificate-Status = "00"
               MOVE 'Y' TO WS-Fac-File-Open
           END-IF
           PERFORM Bill-Paid-Claims
           IF WS-Fac-File-Open = 'Y'
               CLOSE Fac-Certificate-File
           END-IF
           DISPLAY "Claims ceding complete - billed " WS-Billed-Count
               " recoveries."
           STOP RUN.
               CLOSE Reinsurance-Ceded-File
           END-IF.

       Load-Treaty-Table.
           MOVE 0 TO Treaty-Count
           OPEN INPUT Reins-Treaty-File
           IF WS-Reins-Treaty-Status = '00'
               PERFORM UNTIL WS-Reins-Treaty-Status NOT = '00'
                   READ Reins-Treaty-File
                       AT END MOVE '10' TO WS-Reins-Treaty-Status
                   END-READ
                   IF WS-Reins-Treaty-Status = '00'
                       AND Treaty-Count < 200
                       ADD 1 TO Treaty-Count
                       MOVE Reins-Treaty-File-Record TO
                           ReinsTreatyRecord(Treaty-Count)
                   END-IF
               END-PERFORM
               CLOSE Reins-Treaty-File
           END-IF.

       Load-Billed-Claims.
           MOVE 0 TO Billed-Claim-Count
           OPEN INPUT Reinsurance-Recovery-File
           END-IF.

       Consider-One-Paid-Claim.
           MOVE CR-Company-Code OF Claims-Register-Record TO
               WS-GL-Company-Code
           IF WS-GL-Company-Code = SPACES
               MOVE "01" TO WS-GL-Company-Code
           END-IF
           PERFORM Test-Already-Billed
           IF WS-Already-Billed = 'N'
               PERFORM Find-Retention-Split
               IF WS-Matched-Index NOT = 0
                   AND (RC-Ceded-Amount OF
                       ReinsCededTblRecord(WS-Matched-Index) > 0
                   OR RC-Fac-Ceded-Amount OF
                       ReinsCededTblRecord(WS-Matched-Index) > 0)
                   PERFORM Bill-Reinsurer-Share
               END-IF
           END-IF.

           IF WS-Recoverable-Amount > 0
               PERFORM Write-Recovery-Billing
           END-IF
           MOVE 0 TO WS-Fac-Recoverable
           IF RC-Fac-Ceded-Amount OF
                   ReinsCededTblRecord(WS-Matched-Index) > 0
               AND WS-Fac-File-Open = 'Y'
               PERFORM Bill-Fac-Certificates
           END-IF

           COMPUTE WS-Total-Recoverable =
               WS-Recoverable-Amount + WS-Fac-Recoverable
           IF WS-Total-Recoverable > 0
               PERFORM Post-Recoverable
               ADD 1 TO WS-Billed-Count
               ADD 1 TO Billed-Claim-Count
           END-IF.

       Write-Recovery-Billing.
      *> One row per panel reinsurer at its share of the recoverable;
      *> the last reinsurer takes the rounding remainder so the rows
      *> foot to the recoverable posted. A cession made before the
      *> treaty master (or under a treaty since dropped from it)
      *> bills as one unallocated row, as before.
           OPEN EXTEND Reinsurance-Recovery-File
           IF WS-Reinsurance-Recovery-Status = "35"
               OPEN OUTPUT Reinsurance-Recovery-File
           MOVE CR-Net-Payment-Amount OF Claims-Register-Record TO
               RR-Paid-Amount
           MOVE WS-Ceded-Share TO RR-Ceded-Share
           MOVE WS-Today-MDY TO RR-Billing-Date
           MOVE RC-Treaty-Id OF ReinsCededTblRecord(WS-Matched-Index)
               TO RR-Treaty-Id
           MOVE SPACES TO RR-Fac-Certificate-Id
           MOVE WS-GL-Company-Code TO RR-Company-Code

           MOVE 0 TO WS-Matched-Treaty
           IF RR-Treaty-Id NOT = SPACES
               PERFORM VARYING TreatyIdx FROM 1 BY 1
                   UNTIL TreatyIdx > Treaty-Count
                   IF TR-Treaty-Id OF ReinsTreatyRecord(TreatyIdx) =
                           RR-Treaty-Id
                       SET WS-Matched-Treaty TO TreatyIdx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-Matched-Treaty = 0
               OR TR-Reinsurer-Count OF
                   ReinsTreatyRecord(WS-Matched-Treaty) = 0
               MOVE SPACES TO RR-Reinsurer-Id
               MOVE WS-Recoverable-Amount TO RR-Recoverable-Amount
               WRITE Reinsurance-Recovery-Record
           ELSE
               MOVE 0 TO WS-Allocated-Amount
               PERFORM VARYING WS-Panel-Index FROM 1 BY 1
                   UNTIL WS-Panel-Index > TR-Reinsurer-Count OF
                       ReinsTreatyRecord(WS-Matched-Treaty)
                   OR WS-Panel-Index > 10
                   MOVE TR-Reinsurer-Id OF ReinsTreatyRecord
                       (WS-Matched-Treaty, WS-Panel-Index) TO
                       RR-Reinsurer-Id
                   IF WS-Panel-Index = TR-Reinsurer-Count OF
                           ReinsTreatyRecord(WS-Matched-Treaty)
                       OR WS-Panel-Index = 10
                       COMPUTE RR-Recoverable-Amount =
                           WS-Recoverable-Amount - WS-Allocated-Amount
                   ELSE
                       COMPUTE RR-Recoverable-Amount ROUNDED =
                           WS-Recoverable-Amount *
                           TR-Share-Percent OF ReinsTreatyRecord
                               (WS-Matched-Treaty, WS-Panel-Index)
                           / 100
                       ADD RR-Recoverable-Amount TO
                           WS-Allocated-Amount
                   END-IF
                   WRITE Reinsurance-Recovery-Record
               END-PERFORM
           END-IF
           CLOSE Reinsurance-Recovery-File.

       Bill-Fac-Certificates.
      *> A fac reinsurer pays the same proportion of the loss its
      *> layer took of the limits, worked out the way
      *> ReinsuranceCeding ceded it - layer above the attachment,
      *> capped at the certificate limit and at what the treaty left.
      *> Only a certificate in force on the date of loss pays.
           MOVE CR-Date-of-Loss OF Claims-Register-Record(7:4) TO
               WS-Loss-YYYYMMDD(1:4)
           MOVE CR-Date-of-Loss OF Claims-Register-Record(1:2) TO
               WS-Loss-YYYYMMDD(5:2)
           MOVE CR-Date-of-Loss OF Claims-Register-Record(4:2) TO
               WS-Loss-YYYYMMDD(7:2)
           MOVE 0 TO WS-Fac-Layered

           OPEN EXTEND Reinsurance-Recovery-File
           IF WS-Reinsurance-Recovery-Status = "35"
               OPEN OUTPUT Reinsurance-Recovery-File
           END-IF

           MOVE CR-Policy-Number OF Claims-Register-Record TO
               FC-Policy-Number
           MOVE LOW-VALUES TO FC-Certificate-Id
           START Fac-Certificate-File KEY NOT < FC-Certificate-Key
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Certificates
           IF WS-Fac-Certificate-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Certificates
           END-IF
           PERFORM UNTIL WS-End-Of-Certificates = 'Y'
               READ Fac-Certificate-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Certificates
               END-READ
               IF WS-End-Of-Certificates = 'N'
                   IF FC-Policy-Number NOT =
                           CR-Policy-Number OF Claims-Register-Record
                       MOVE 'Y' TO WS-End-Of-Certificates
                   ELSE
                       PERFORM Bill-One-Certificate
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Reinsurance-Recovery-File.

       Bill-One-Certificate.
           MOVE FC-Effective-Date(7:4) TO WS-Cert-Eff-YYYYMMDD(1:4)
           MOVE FC-Effective-Date(1:2) TO WS-Cert-Eff-YYYYMMDD(5:2)
           MOVE FC-Effective-Date(4:2) TO WS-Cert-Eff-YYYYMMDD(7:2)
           MOVE FC-Expiration-Date(7:4) TO WS-Cert-Exp-YYYYMMDD(1:4)
           MOVE FC-Expiration-Date(1:2) TO WS-Cert-Exp-YYYYMMDD(5:2)
           MOVE FC-Expiration-Date(4:2) TO WS-Cert-Exp-YYYYMMDD(7:2)
           IF WS-Loss-YYYYMMDD < WS-Cert-Eff-YYYYMMDD
               OR WS-Loss-YYYYMMDD > WS-Cert-Exp-YYYYMMDD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Fac-Layer
           IF RC-Coverage-Limits OF
                   ReinsCededTblRecord(WS-Matched-Index) >
                   FC-Attachment-Point
               COMPUTE WS-Fac-Layer =
                   RC-Coverage-Limits OF
                       ReinsCededTblRecord(WS-Matched-Index) -
                   FC-Attachment-Point
               IF WS-Fac-Layer > FC-Layer-Limit
                   MOVE FC-Layer-Limit TO WS-Fac-Layer
               END-IF
           END-IF
           COMPUTE WS-Fac-Room =
               RC-Coverage-Limits OF
                   ReinsCededTblRecord(WS-Matched-Index) -
               RC-Ceded-Amount OF
                   ReinsCededTblRecord(WS-Matched-Index) -
               WS-Fac-Layered
           IF WS-Fac-Layer > WS-Fac-Room
               MOVE WS-Fac-Room TO WS-Fac-Layer
           END-IF
           ADD WS-Fac-Layer TO WS-Fac-Layered
           IF WS-Fac-Layer = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Fac-Share ROUNDED =
               WS-Fac-Layer /
               RC-Coverage-Limits OF
                   ReinsCededTblRecord(WS-Matched-Index)
           MOVE CR-Claim-Number OF Claims-Register-Record TO
               RR-Claim-Number
           MOVE CR-Policy-Number OF Claims-Register-Record TO
               RR-Policy-Number
           MOVE CR-Policy-Type OF Claims-Register-Record TO
               RR-Policy-Type
           MOVE CR-Net-Payment-Amount OF Claims-Register-Record TO
               RR-Paid-Amount
           MOVE WS-Fac-Share TO RR-Ceded-Share
           COMPUTE RR-Recoverable-Amount ROUNDED =
               CR-Net-Payment-Amount OF Claims-Register-Record *
               WS-Fac-Share
           MOVE WS-Today-MDY TO RR-Billing-Date
           MOVE SPACES TO RR-Treaty-Id
           MOVE FC-Reinsurer-Id TO RR-Reinsurer-Id
           MOVE FC-Certificate-Id TO RR-Fac-Certificate-Id
           MOVE WS-GL-Company-Code TO RR-Company-Code
           IF RR-Recoverable-Amount > 0
               WRITE Reinsurance-Recovery-Record
               ADD RR-Recoverable-Amount TO WS-Fac-Recoverable
           END-IF.

       Post-Recoverable.
           EVALUATE CR-Policy-Type OF Claims-Register-Record
               WHEN "CAR_INSURANCE"
           END-EVALUATE

           IF WS-Expense-Account NOT = SPACES
               MOVE WS-Total-Recoverable TO WS-GL-Amount
               MOVE CR-Claim-Number OF Claims-Register-Record TO
                   WS-GL-Reference
               MOVE "REINSURANCE RECOVERABLE" TO WS-GL-Description
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING Reins-Recoverable-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Expense-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF.
