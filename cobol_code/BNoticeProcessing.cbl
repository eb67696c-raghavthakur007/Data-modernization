       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNoticeProcessing.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> IRS name/TIN mismatch (B-notice) processing. Until now
      *> PaymentIssue backup-withheld only from a payee with no tax id
      *> at all - when the IRS came back saying a payee's name and
      *> tax id did not match, nothing acted on it. Each run:
      *>   1. Certifications keyed on TIN.CERTIFY are recorded on the
      *>      TIN.STATUS master - a W-9 clears a first B-notice, a
      *>      second needs the SSA/IRS validation.
      *>   2. The IRS mismatch listing on IRS.MISMATCH is matched to
      *>      the payees on PAYMENT.ISSUED by PI-Payee-Tax-Id. A
      *>      matched payee gets the first B-notice, or the second if
      *>      the first went out inside the last three years, on
      *>      BNOTICE.LETTER, registered through the Correspondence
      *>      hub, with the response deadline tracked on TIN.STATUS.
      *>      A listed tax id we never paid goes to the exceptions
      *>      report.
      *>   3. Every NOTICED payee whose deadline has passed without a
      *>      certification moves to WITHHOLD - PaymentIssue
      *>      backup-withholds under that tax id until a certification
      *>      is recorded.
      *> Both inbound files are consumed once worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tin-Mismatch-File ASSIGN TO "IRS.MISMATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tin-Mismatch-Status.
           SELECT Tin-Certify-File ASSIGN TO "TIN.CERTIFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tin-Certify-Status.
           SELECT BNotice-Letter-File ASSIGN TO "BNOTICE.LETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNotice-Letter-Status.
           COPY TINSTSEL.
           COPY PAYISSEL.
           COPY POLMSSEL.
           COPY VENDMSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Tin-Mismatch-File.
           COPY TINMISM.

       FD  Tin-Certify-File.
           COPY TINCERT.

       FD  BNotice-Letter-File.
       01  BNotice-Letter-Record.
           05  BL-Payee-Tax-Id        PIC X(11).
           05  BL-Payee-Name          PIC X(50).
           05  BL-Payee-Address       PIC X(60).
           05  BL-Notice-Type         PIC X(8).
           05  BL-Tax-Year            PIC 9(4).
           05  BL-Notice-Date         PIC X(10).
           05  BL-Response-Due-Date   PIC X(10).

       FD  Tin-Status-File.
           COPY TINSTAT.

       FD  Payment-Issued-File.
           COPY PAYISSUE.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Vendor-Master-File.
           COPY VENDMSREC.

       WORKING-STORAGE SECTION.
       01  WS-Tin-Mismatch-Status      PIC XX.
       01  WS-Tin-Certify-Status       PIC XX.
       01  WS-BNotice-Letter-Status    PIC XX.
       01  WS-Tin-Status-File-Status   PIC XX.
       01  WS-Payment-Issued-Status    PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Vendor-Master-Status     PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "BNoticeProcessing".
       01  WS-Exception-Key            PIC X(10).
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-Listing-Index            PIC 9(8) COMP.
       01  WS-Row-Found                PIC X.
      *> The IRS gives us 30 business days from the listing to start
      *> withholding - carried as calendar days. A second mismatch
      *> inside three years of the first notice is a second B-notice.
       01  WS-Response-Days            PIC 9(3) VALUE 45.
       01  WS-Second-Notice-Days       PIC 9(5) VALUE 1095.
       01  WS-Work-MDY                 PIC X(10).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Work-Days                PIC S9(9).
       01  WS-Listing-Days             PIC S9(9).
       01  WS-Today-Days               PIC S9(9).
       01  WS-Today-YYYYMMDD           PIC 9(8).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       01  WS-Certified-Count          PIC 9(8) COMP VALUE 0.
       01  WS-First-Notice-Count       PIC 9(8) COMP VALUE 0.
       01  WS-Second-Notice-Count      PIC 9(8) COMP VALUE 0.
       01  WS-Withhold-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Unmatched-Count          PIC 9(8) COMP VALUE 0.
      *> Address composition for a vendor payee's remit address -
      *> the AddressCompose part widths.
       01  WS-Addr-Street              PIC X(30).
       01  WS-Addr-City                PIC X(20).
       01  WS-Addr-State               PIC X(2).
       01  WS-Addr-Zip                 PIC X(10).
      *> Document registration fields for the shared Correspondence
      *> hub.
       01  WS-Doc-Letter-Type    PIC X(10).
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
      *> The run's mismatch listing, with the payee each tax id last
      *> paid - name, policy, and vendor off the latest PAYMENT.ISSUED
      *> row carrying that tax id.
       01  MismatchListing.
           05  Mismatch-Count          PIC 9(8) COMP.
           05  Mismatch-Entry OCCURS 1 TO 10000 TIMES
                   DEPENDING ON Mismatch-Count
                   INDEXED BY MismatchIdx.
               10  ML-Payee-Tax-Id     PIC X(11).
               10  ML-Tax-Year         PIC 9(4).
               10  ML-Listing-Date     PIC X(10).
               10  ML-Matched          PIC X.
               10  ML-Payee            PIC X(50).
               10  ML-Policy-Number    PIC X(10).
               10  ML-Vendor-Id        PIC X(8).

       PROCEDURE DIVISION.
       Begin-BNotice-Processing.
           DISPLAY "Starting B-notice processing..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Today-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Today-YYYYMMDD)

           OPEN I-O Tin-Status-File
           IF WS-Tin-Status-File-Status = "35"
               OPEN OUTPUT Tin-Status-File
               CLOSE Tin-Status-File
               OPEN I-O Tin-Status-File
           END-IF

           PERFORM Apply-Certifications
           PERFORM Load-Mismatch-Listing
           IF Mismatch-Count > 0
               PERFORM Match-Issued-Payees
               PERFORM Issue-BNotices
           END-IF
           PERFORM Start-Overdue-Withholding

           CLOSE Tin-Status-File
           DISPLAY "B-notice processing complete - certified "
               WS-Certified-Count ", first notices "
               WS-First-Notice-Count ", second notices "
               WS-Second-Notice-Count ", now withholding "
               WS-Withhold-Count ", unmatched " WS-Unmatched-Count "."
           STOP RUN.

       Apply-Certifications.
           OPEN INPUT Tin-Certify-File
           IF WS-Tin-Certify-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Tin-Certify-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM Apply-One-Certification
               END-IF
           END-PERFORM
           CLOSE Tin-Certify-File
           OPEN OUTPUT Tin-Certify-File
           CLOSE Tin-Certify-File.

       Apply-One-Certification.
      *> A certification for a tax id that was never B-noticed, or a
      *> plain W-9 against a second B-notice, does not clear anything
      *> - it goes to the exceptions report for the tax desk.
           MOVE TC-Payee-Tax-Id TO WS-Exception-Key
           MOVE TC-Payee-Tax-Id TO TS-Payee-Tax-Id OF Tin-Status-Record
           READ Tin-Status-File
               INVALID KEY
                   MOVE "NOT B-NOTICED" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Key, WS-Program-Name,
                       WS-Offending-Value
                   EXIT PARAGRAPH
           END-READ
           IF TS-Notice-Count > 1
               AND TC-Certify-Type NOT = "VALIDATN"
               MOVE "NEEDS VALIDATN" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Exception-Key, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           MOVE "CERTIFIED" TO TS-BN-Status
           MOVE TC-Certified-Date TO TS-Certified-Date
           REWRITE Tin-Status-Record
               INVALID KEY
                   DISPLAY "BNoticeProcessing: rewrite failed for "
                       TS-Payee-Tax-Id
           END-REWRITE
           ADD 1 TO WS-Certified-Count.

       Load-Mismatch-Listing.
           MOVE 0 TO Mismatch-Count
           OPEN INPUT Tin-Mismatch-File
           IF WS-Tin-Mismatch-Status NOT = "00"
               DISPLAY "BNoticeProcessing: no IRS.MISMATCH this run"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Tin-Mismatch-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND TM-Payee-Tax-Id NOT = SPACES
                   AND Mismatch-Count < 10000
                   ADD 1 TO Mismatch-Count
                   MOVE TM-Payee-Tax-Id TO
                       ML-Payee-Tax-Id(Mismatch-Count)
                   MOVE TM-Tax-Year TO ML-Tax-Year(Mismatch-Count)
                   MOVE TM-Listing-Date TO
                       ML-Listing-Date(Mismatch-Count)
                   MOVE 'N' TO ML-Matched(Mismatch-Count)
                   MOVE TM-Payee-Name TO ML-Payee(Mismatch-Count)
                   MOVE SPACES TO ML-Policy-Number(Mismatch-Count)
                   MOVE SPACES TO ML-Vendor-Id(Mismatch-Count)
               END-IF
           END-PERFORM
           CLOSE Tin-Mismatch-File
           OPEN OUTPUT Tin-Mismatch-File
           CLOSE Tin-Mismatch-File.

       Match-Issued-Payees.
      *> PAYMENT.ISSUED is keyed by check number, so the match is one
      *> sequential pass - the latest item under a listed tax id
      *> names the payee the notice goes to.
           OPEN INPUT Payment-Issued-File
           IF WS-Payment-Issued-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Payment-Issued-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND PI-Payee-Tax-Id NOT = SPACES
                   PERFORM VARYING WS-Listing-Index FROM 1 BY 1
                       UNTIL WS-Listing-Index > Mismatch-Count
                       IF ML-Payee-Tax-Id(WS-Listing-Index) =
                               PI-Payee-Tax-Id
                           MOVE 'Y' TO ML-Matched(WS-Listing-Index)
                           MOVE PI-Payee TO ML-Payee(WS-Listing-Index)
                           MOVE PI-Policy-Number TO
                               ML-Policy-Number(WS-Listing-Index)
                           MOVE PI-Vendor-Id TO
                               ML-Vendor-Id(WS-Listing-Index)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE Payment-Issued-File.

       Issue-BNotices.
           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT Vendor-Master-File
           OPEN EXTEND BNotice-Letter-File
           IF WS-BNotice-Letter-Status = "35"
               OPEN OUTPUT BNotice-Letter-File
           END-IF
           PERFORM VARYING WS-Listing-Index FROM 1 BY 1
               UNTIL WS-Listing-Index > Mismatch-Count
               IF ML-Matched(WS-Listing-Index) = 'Y'
                   PERFORM Notice-One-Payee
               ELSE
                   MOVE ML-Payee-Tax-Id(WS-Listing-Index) TO
                       WS-Exception-Key
                   MOVE "NOT A PAYEE" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Exception-Key, WS-Program-Name,
                       WS-Offending-Value
                   ADD 1 TO WS-Unmatched-Count
               END-IF
           END-PERFORM
           CLOSE BNotice-Letter-File
           IF WS-Vendor-Master-Status NOT = "35"
               CLOSE Vendor-Master-File
           END-IF
           IF WS-Policy-Master-Status NOT = "35"
               CLOSE POLICY-MASTER-FILE
           END-IF.

       Notice-One-Payee.
           MOVE ML-Payee-Tax-Id(WS-Listing-Index) TO
               TS-Payee-Tax-Id OF Tin-Status-Record
           MOVE 'Y' TO WS-Row-Found
           READ Tin-Status-File
               INVALID KEY
                   MOVE 'N' TO WS-Row-Found
           END-READ
      *> The same tax year listed again was already noticed.
           IF WS-Row-Found = 'Y'
               AND TS-Last-Tax-Year = ML-Tax-Year(WS-Listing-Index)
               EXIT PARAGRAPH
           END-IF

           MOVE ML-Listing-Date(WS-Listing-Index) TO WS-Work-MDY
           PERFORM Convert-MDY-To-Days
           MOVE WS-Work-Days TO WS-Listing-Days

           IF WS-Row-Found = 'N'
               MOVE SPACES TO Tin-Status-Record
               MOVE ML-Payee-Tax-Id(WS-Listing-Index) TO
                   TS-Payee-Tax-Id OF Tin-Status-Record
               MOVE 0 TO TS-Notice-Count
           END-IF
      *> A second mismatch within three years of the first notice is
      *> a second B-notice; one after that starts the cycle over.
           IF TS-Notice-Count > 0
               MOVE TS-First-Notice-Date TO WS-Work-MDY
               PERFORM Convert-MDY-To-Days
               IF WS-Listing-Days - WS-Work-Days >
                       WS-Second-Notice-Days
                   MOVE 0 TO TS-Notice-Count
               END-IF
           END-IF
           ADD 1 TO TS-Notice-Count
           IF TS-Notice-Count > 2
               MOVE 2 TO TS-Notice-Count
           END-IF
           IF TS-Notice-Count = 1
               MOVE WS-Today-MDY TO TS-First-Notice-Date
               MOVE "BNOTICE1" TO BL-Notice-Type
               ADD 1 TO WS-First-Notice-Count
           ELSE
               MOVE "BNOTICE2" TO BL-Notice-Type
               ADD 1 TO WS-Second-Notice-Count
           END-IF
           MOVE ML-Payee(WS-Listing-Index) TO TS-Payee-Name
           MOVE WS-Today-MDY TO TS-Last-Notice-Date
           MOVE ML-Tax-Year(WS-Listing-Index) TO TS-Last-Tax-Year
           COMPUTE WS-Work-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               WS-Listing-Days + WS-Response-Days)
           STRING WS-Work-YYYYMMDD(5:2) "/" WS-Work-YYYYMMDD(7:2) "/"
                   WS-Work-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO TS-Response-Due-Date
           MOVE "NOTICED" TO TS-BN-Status
           MOVE SPACES TO TS-Certified-Date

           IF WS-Row-Found = 'Y'
               REWRITE Tin-Status-Record
                   INVALID KEY
                       DISPLAY "BNoticeProcessing: rewrite failed for "
                           TS-Payee-Tax-Id
               END-REWRITE
           ELSE
               WRITE Tin-Status-Record
                   INVALID KEY
                       DISPLAY "BNoticeProcessing: write failed for "
                           TS-Payee-Tax-Id
               END-WRITE
           END-IF

           PERFORM Write-BNotice-Letter.

       Write-BNotice-Letter.
      *> A vendor is noticed at its remit address, anyone else at the
      *> policyholder address on the policy the item paid under.
           MOVE SPACES TO BL-Payee-Address
           MOVE SPACES TO WS-Doc-Customer-Id
           IF ML-Vendor-Id(WS-Listing-Index) NOT = SPACES
               MOVE ML-Vendor-Id(WS-Listing-Index) TO
                   VM-Vendor-Id OF Vendor-Master-Record
               READ Vendor-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Vendor-Master-Status = "00"
                   MOVE VM-Remit-Street TO WS-Addr-Street
                   MOVE VM-Remit-City TO WS-Addr-City
                   MOVE VM-Remit-State TO WS-Addr-State
                   MOVE VM-Remit-Zip TO WS-Addr-Zip
                   CALL "AddressCompose" USING WS-Addr-Street,
                       WS-Addr-City, WS-Addr-State, WS-Addr-Zip,
                       BL-Payee-Address
               END-IF
           ELSE
               MOVE ML-Policy-Number(WS-Listing-Index) TO
                   Policy-Number OF Policy-Master-Record
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Policy-Master-Status = "00"
                   MOVE Policy-Holder-Address OF Policy-Master-Record
                       TO BL-Payee-Address
                   MOVE Customer-Id OF Policy-Master-Record TO
                       WS-Doc-Customer-Id
               END-IF
           END-IF

           MOVE TS-Payee-Tax-Id TO BL-Payee-Tax-Id
           MOVE TS-Payee-Name TO BL-Payee-Name
           MOVE TS-Last-Tax-Year TO BL-Tax-Year
           MOVE WS-Today-MDY TO BL-Notice-Date
           MOVE TS-Response-Due-Date TO BL-Response-Due-Date
           WRITE BNotice-Letter-Record

           MOVE BL-Notice-Type TO WS-Doc-Letter-Type
           MOVE TS-Payee-Tax-Id TO WS-Doc-Reference
           MOVE SPACES TO WS-Doc-Summary
           STRING "NAME/TIN MISMATCH - RESPOND BY "
                   TS-Response-Due-Date
               DELIMITED BY SIZE INTO WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, BL-Payee-Name, BL-Payee-Address,
               WS-Doc-Reference, WS-Doc-Summary.

       Start-Overdue-Withholding.
      *> One pass over the status master - a NOTICED payee whose
      *> response date has gone by without a certification is now
      *> backup-withheld.
           MOVE LOW-VALUES TO TS-Payee-Tax-Id OF Tin-Status-Record
           START Tin-Status-File KEY NOT <
                   TS-Payee-Tax-Id OF Tin-Status-Record
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Tin-Status-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND TS-BN-Status = "NOTICED"
                   MOVE TS-Response-Due-Date TO WS-Work-MDY
                   PERFORM Convert-MDY-To-Days
                   IF WS-Today-Days > WS-Work-Days
                       MOVE "WITHHOLD" TO TS-BN-Status
                       REWRITE Tin-Status-Record
                           INVALID KEY
                               DISPLAY "BNoticeProcessing: rewrite "
                                   "failed for " TS-Payee-Tax-Id
                       END-REWRITE
                       ADD 1 TO WS-Withhold-Count
                   END-IF
               END-IF
           END-PERFORM.

       Convert-MDY-To-Days.
           MOVE WS-Work-MDY(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE WS-Work-MDY(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE WS-Work-MDY(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Work-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD).
