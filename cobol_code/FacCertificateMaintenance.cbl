       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacCertificateMaintenance.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Facultative certificate entry. When a single HOME or LIFE
      *> risk is bigger than the treaty will take, underwriting buys
      *> facultative cover by phone and email; until now the system
      *> never knew. Reads FAC.CERT.TRANS - ADD a certificate on an
      *> issued policy (reinsurer, layer attachment and limit,
      *> certificate premium and dates), CHANGE any of those, CANCEL
      *> it - against the keyed FAC.CERTIFICATE file that
      *> ReinsuranceCeding cedes premium to and ClaimsCeding bills
      *> losses against. A transaction that does not fit the file
      *> goes to the exceptions report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fac-Cert-Trans-File ASSIGN TO "FAC.CERT.TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fac-Cert-Trans-Status.
           COPY FACCERTSEL.
           COPY POLMSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Fac-Cert-Trans-File.
       01  Fac-Cert-Trans-Record.
      *> ADD, CHANGE, or CANCEL.
           05  FX-Action              PIC X(10).
           05  FX-Policy-Number       PIC X(10).
           05  FX-Certificate-Id      PIC X(10).
           05  FX-User-Id             PIC X(8).
           05  FX-Reinsurer-Id        PIC X(8).
           05  FX-Reinsurer-Name      PIC X(30).
           05  FX-Attachment-Point    PIC 9(9)V99.
           05  FX-Layer-Limit         PIC 9(9)V99.
           05  FX-Ceded-Premium       PIC 9(9)V99.
      *> ADD: spaces take the policy's own term. CANCEL: the
      *> expiration date is the cancellation date (spaces = today).
           05  FX-Effective-Date      PIC X(10).
           05  FX-Expiration-Date     PIC X(10).

       FD  Fac-Certificate-File.
           COPY FACCERT.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       WORKING-STORAGE SECTION.
       01  WS-Fac-Cert-Trans-Status    PIC XX.
       01  WS-Fac-Certificate-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "FacCertMaint".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-Certificate-Found        PIC X.
       01  WS-Applied-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Rejected-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY               PIC X(10).

       PROCEDURE DIVISION.
       Begin-Fac-Certificate-Maintenance.
           DISPLAY "Starting facultative certificate maintenance..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN I-O Fac-Certificate-File
           IF WS-Fac-Certificate-Status = "35"
               OPEN OUTPUT Fac-Certificate-File
               CLOSE Fac-Certificate-File
               OPEN I-O Fac-Certificate-File
           END-IF
           OPEN INPUT POLICY-MASTER-FILE

           OPEN INPUT Fac-Cert-Trans-File
           IF WS-Fac-Cert-Trans-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Fac-Cert-Trans-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Apply-One-Transaction
                   END-IF
               END-PERFORM
               CLOSE Fac-Cert-Trans-File
           END-IF

           CLOSE POLICY-MASTER-FILE
           CLOSE Fac-Certificate-File
           DISPLAY "Facultative certificate maintenance complete - "
               "applied " WS-Applied-Count ", rejected "
               WS-Rejected-Count "."
           STOP RUN.

       Apply-One-Transaction.
           MOVE FX-Policy-Number TO FC-Policy-Number
           MOVE FX-Certificate-Id TO FC-Certificate-Id
           READ Fac-Certificate-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Fac-Certificate-Status = "00"
               MOVE 'Y' TO WS-Certificate-Found
           ELSE
               MOVE 'N' TO WS-Certificate-Found
           END-IF

           EVALUATE FX-Action
               WHEN "ADD"
                   PERFORM Add-Certificate
               WHEN "CHANGE"
                   PERFORM Change-Certificate
               WHEN "CANCEL"
                   PERFORM Cancel-Certificate
               WHEN OTHER
                   MOVE FX-Action TO WS-Offending-Value
                   PERFORM Reject-Transaction
           END-EVALUATE.

       Add-Certificate.
      *> Fac is bought for an issued HOME or LIFE policy - the
      *> certificate is keyed at or after issuance, never ahead of it.
           IF WS-Certificate-Found = 'Y'
               MOVE "CERT EXISTS" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           MOVE FX-Policy-Number TO Policy-Number OF
               Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status NOT = "00"
               MOVE "NO POLICY" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           IF Policy-Type OF Policy-Master-Record NOT =
                   "HOME_INSURANCE"
               AND Policy-Type OF Policy-Master-Record NOT =
                   "LIFE_INSURANCE"
               MOVE Policy-Type OF Policy-Master-Record TO
                   WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           IF FX-Reinsurer-Id = SPACES
               OR FX-Layer-Limit = 0
               MOVE "NO LAYER" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF

           INITIALIZE Fac-Certificate-Record
           MOVE FX-Policy-Number TO FC-Policy-Number
           MOVE FX-Certificate-Id TO FC-Certificate-Id
           MOVE FX-Reinsurer-Id TO FC-Reinsurer-Id
           MOVE FX-Reinsurer-Name TO FC-Reinsurer-Name
           MOVE FX-Attachment-Point TO FC-Attachment-Point
           MOVE FX-Layer-Limit TO FC-Layer-Limit
           MOVE FX-Ceded-Premium TO FC-Ceded-Premium
           IF FX-Effective-Date = SPACES
               MOVE Policy-Effective-Date OF Policy-Master-Record TO
                   FC-Effective-Date
           ELSE
               MOVE FX-Effective-Date TO FC-Effective-Date
           END-IF
           IF FX-Expiration-Date = SPACES
               MOVE Policy-Expiration-Date OF Policy-Master-Record TO
                   FC-Expiration-Date
           ELSE
               MOVE FX-Expiration-Date TO FC-Expiration-Date
           END-IF
           MOVE "ACTIVE" TO FC-Status
           MOVE FX-User-Id TO FC-Entered-By
           MOVE WS-Today-MDY TO FC-Entered-Date
           WRITE Fac-Certificate-Record
               INVALID KEY
                   MOVE "CERT EXISTS" TO WS-Offending-Value
                   PERFORM Reject-Transaction
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-Applied-Count.

       Change-Certificate.
      *> Only the fields keyed on the transaction change.
           IF WS-Certificate-Found = 'N'
               OR FC-Status NOT = "ACTIVE"
               MOVE "NO ACTIVE CERT" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           IF FX-Reinsurer-Id NOT = SPACES
               MOVE FX-Reinsurer-Id TO FC-Reinsurer-Id
           END-IF
           IF FX-Reinsurer-Name NOT = SPACES
               MOVE FX-Reinsurer-Name TO FC-Reinsurer-Name
           END-IF
           IF FX-Attachment-Point NOT = 0
               MOVE FX-Attachment-Point TO FC-Attachment-Point
           END-IF
           IF FX-Layer-Limit NOT = 0
               MOVE FX-Layer-Limit TO FC-Layer-Limit
           END-IF
           IF FX-Ceded-Premium NOT = 0
               MOVE FX-Ceded-Premium TO FC-Ceded-Premium
           END-IF
           IF FX-Effective-Date NOT = SPACES
               MOVE FX-Effective-Date TO FC-Effective-Date
           END-IF
           IF FX-Expiration-Date NOT = SPACES
               MOVE FX-Expiration-Date TO FC-Expiration-Date
           END-IF
           REWRITE Fac-Certificate-Record
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-Applied-Count.

       Cancel-Certificate.
      *> The row stays - a loss before the cancellation still bills
      *> the fac reinsurer.
           IF WS-Certificate-Found = 'N'
               OR FC-Status NOT = "ACTIVE"
               MOVE "NO ACTIVE CERT" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLED" TO FC-Status
           IF FX-Expiration-Date = SPACES
               MOVE WS-Today-MDY TO FC-Expiration-Date
           ELSE
               MOVE FX-Expiration-Date TO FC-Expiration-Date
           END-IF
           REWRITE Fac-Certificate-Record
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-Applied-Count.

       Reject-Transaction.
           CALL "WriteExceptionReport" USING FX-Policy-Number,
               WS-Program-Name, WS-Offending-Value
           ADD 1 TO WS-Rejected-Count.
