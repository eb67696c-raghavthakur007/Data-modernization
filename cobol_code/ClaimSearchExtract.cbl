       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimSearchExtract.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Nightly submission of newly reported claims to the industry
      *> claims database. Score-Fraud-Risk can only see our own
      *> CLAIMS.REGISTER, so a claimant with a string of losses at
      *> other carriers looks clean here; the industry database sees
      *> everyone's claims and sends back what it matches. Every
      *> claim's adjudication row (sequence 001) not yet on
      *> CLAIMSEARCH.SUBMITTED goes out on CLAIMSEARCH.OUTBOUND in the
      *> database's layout - claimant, loss date, cause, the vehicle
      *> VIN on an auto loss or the insured property address on any
      *> other, and the amount claimed - between a FEEDCTL header and
      *> trailer. The claim is then recorded on CLAIMSEARCH.SUBMITTED
      *> so it is never sent twice. Register rows from before intake
      *> stamped an Intake-Date are history, not new reports, and are
      *> not sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLMREGSEL.
           COPY POLMSSEL.
           COPY INDCLMQSEL.
           SELECT Claim-Search-Out-File
               ASSIGN TO "CLAIMSEARCH.OUTBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claim-Search-Out-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Industry-Submit-File.
           COPY INDCLMQ.

       FD  Claim-Search-Out-File.
       01  Claim-Search-Out-Line       PIC X(207).

       WORKING-STORAGE SECTION.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Industry-Submit-Status   PIC XX.
       01  WS-Claim-Search-Out-Status  PIC XX.
       01  WS-End-Of-Register          PIC X.
       01  WS-Sent-Count               PIC 9(8) VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       COPY FEEDCTL.
       COPY INDCLMO.

       PROCEDURE DIVISION.
       Begin-Claim-Search-Extract.
           DISPLAY "Starting industry claims-database extract..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN I-O Industry-Submit-File
           IF WS-Industry-Submit-Status = "35"
               OPEN OUTPUT Industry-Submit-File
               CLOSE Industry-Submit-File
               OPEN I-O Industry-Submit-File
           END-IF
           OPEN INPUT POLICY-MASTER-FILE

           OPEN OUTPUT Claim-Search-Out-File
           MOVE SPACES TO Feed-Control-Record
           MOVE "HDR" TO FC-Record-Type
           MOVE WS-Today-MDY TO FC-Feed-Date
           MOVE 0 TO FC-Record-Count
           MOVE SPACES TO Claim-Search-Out-Line
           MOVE Feed-Control-Record TO Claim-Search-Out-Line
           WRITE Claim-Search-Out-Line

           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status = "00"
               MOVE 'N' TO WS-End-Of-Register
               PERFORM UNTIL WS-End-Of-Register = 'Y'
                   READ Claims-Register-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-Register
                   END-READ
                   IF WS-End-Of-Register = 'N'
                       IF CR-Row-Sequence = 1
                           AND CR-Intake-Date NOT = SPACES
                           PERFORM Submit-One-Claim
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Claims-Register-File
           END-IF

      *> The trailer count is what the database proves our
      *> transmission against - an empty night still goes out as a
      *> header and a zero trailer.
           MOVE SPACES TO Feed-Control-Record
           MOVE "TRL" TO FC-Record-Type
           MOVE WS-Today-MDY TO FC-Feed-Date
           MOVE WS-Sent-Count TO FC-Record-Count
           MOVE SPACES TO Claim-Search-Out-Line
           MOVE Feed-Control-Record TO Claim-Search-Out-Line
           WRITE Claim-Search-Out-Line
           CLOSE Claim-Search-Out-File

           CLOSE POLICY-MASTER-FILE
           CLOSE Industry-Submit-File
           DISPLAY "Industry claims-database extract complete - "
               WS-Sent-Count " claims submitted."
           STOP RUN.

       Submit-One-Claim.
           MOVE CR-Claim-Number TO IQ-Claim-Number
           READ Industry-Submit-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Industry-Submit-Status = "00"
               EXIT PARAGRAPH
           END-IF

      *> The insured on the master is the first-party claimant; a
      *> policy that has since gone to archive still reports the
      *> claim, just without the name and address.
           MOVE SPACES TO Industry-Claim-Out-Record
           MOVE "CLM" TO IO-Record-Type
           MOVE CR-Claim-Number TO IO-Claim-Number
           MOVE CR-Policy-Number OF Claims-Register-Record TO
               IO-Policy-Number
           MOVE CR-Policy-Type TO IO-Policy-Type
           MOVE CR-Payee-Tax-Id TO IO-Claimant-Tax-Id
           MOVE CR-Date-of-Loss TO IO-Date-of-Loss
           MOVE CR-Cause-of-Loss TO IO-Cause-of-Loss
           MOVE CR-Amount-of-Loss TO IO-Amount-of-Loss
           MOVE CR-Policy-Number OF Claims-Register-Record TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status = "00"
               MOVE Policy-Holder-Name OF Policy-Master-Record TO
                   IO-Claimant-Name
           END-IF
           IF CR-Policy-Type = "CAR_INSURANCE"
               MOVE CR-Loss-VIN TO IO-Loss-VIN
           ELSE
               IF WS-Policy-Master-Status = "00"
                   MOVE Policy-Holder-Address OF
                       Policy-Master-Record TO IO-Property-Address
               END-IF
           END-IF
           MOVE Industry-Claim-Out-Record TO Claim-Search-Out-Line
           WRITE Claim-Search-Out-Line
           ADD 1 TO WS-Sent-Count

           MOVE SPACES TO Industry-Submit-Record
           MOVE CR-Claim-Number TO IQ-Claim-Number
           MOVE CR-Policy-Number OF Claims-Register-Record TO
               IQ-Policy-Number
           MOVE WS-Today-MDY TO IQ-Submitted-Date
           MOVE 0 TO IQ-Match-Count
           MOVE 0 TO IQ-Prior-Loss-Count
           WRITE Industry-Submit-Record
               INVALID KEY
                   CONTINUE
           END-WRITE.
