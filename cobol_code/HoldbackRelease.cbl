       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldbackRelease.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Pays out and expires the recoverable depreciation
      *> ClaimProcessing holds on CLAIMS.HOLDBACK when it pays a
      *> replacement-cost HOME dwelling or contents loss at actual
      *> cash value. Each CLAIMS.HBRELEASE row is the adjuster's
      *> proof-of-repair release: claim number, the proof document
      *> reference (invoice, contractor's completion, receipt), the
      *> date the repair or replacement was finished, and the amount
      *> to release - zero releases everything still held. A release
      *> goes to the exceptions report untouched when:
      *>   NOT HELD        - the claim has no holdback row;
      *>   EXPIRED         - the state's window has run out;
      *>   HOLDBACK CLOSED - it was already paid out in full;
      *>   NO PROOF        - no proof reference or repair date;
      *>   OVER HOLDBACK   - more than is still held was asked for;
      *>   NO PAY ROW      - no PAY adjudication on CLAIMS.REGISTER.
      *> A good release pays the ACV disbursement's payee through
      *> the watch-list screen onto CLAIMS.DISBURSE (CLAIMS.DISBHELD on
      *> a hit), is recorded as a SUPPLEMENT row at the claim's next
      *> register row sequence so GLExtract and the paid-loss reports
      *> pick it up, and comes off the holdback reserve through
      *> CaseReserve. The limit was charged the whole amount at the
      *> PAY decision, so the master is not touched. Then every OPEN
      *> holdback past its expiry date goes EXPIRED: its reserve is
      *> released and what was never claimed goes back to the
      *> policy's Cumulative-Claims-Paid (and the part's claims paid)
      *> on the master, journaled through MasterJournal.
      *> CLAIMS.HBRELEASE is consumed once worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Holdback-Release-File ASSIGN TO "CLAIMS.HBRELEASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Holdback-Release-Status.
           COPY CLMHOLDBSEL.
           COPY CLMREGSEL.
           COPY POLMSSEL.
           SELECT Disbursement-File ASSIGN TO "CLAIMS.DISBURSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Status.
           SELECT Disbursement-Held-File ASSIGN TO "CLAIMS.DISBHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Held-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Holdback-Release-File.
       01  Holdback-Release-Record.
           05  HR-Claim-Number        PIC X(10).
           05  HR-Proof-Reference     PIC X(15).
           05  HR-Repair-Date         PIC X(10).
           05  HR-Release-Amount      PIC 9(9)V99.
      *> The adjuster keying the release - spaces reads as SYSTEM on
      *> the claim diary.
           05  HR-Adjuster-Id         PIC X(8).

       FD  Claims-Holdback-File.
           COPY CLMHOLDB.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Disbursement-File.
           COPY CLMDISB.

      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-Holdback-Release-Status  PIC XX.
       01  WS-Claims-Holdback-Status   PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Disbursement-Status      PIC XX.
       01  WS-Disbursement-Held-Status PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "HoldbackRelease".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Reserve-Mode             PIC X(10).
       01  WS-Screen-Context           PIC X(20).
       01  WS-Screen-Hit               PIC X.
       01  WS-Note-User                PIC X(8).
       01  WS-Note-Text                PIC X(60).
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Group             PIC X.
       01  WS-Paid-Row-Found           PIC X.
       01  WS-Highest-Sequence         PIC 9(3).
       01  WS-Remaining-Amount         PIC 9(9)V99.
       01  WS-Applied-Amount           PIC 9(9)V99.
       01  WS-Amount-Disp              PIC ZZZZZZZZ9.99.
       01  WS-Part-Scan                PIC 9(4) COMP.
       01  WS-Released-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Rejected-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Expired-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       01  WS-Today-YYYYMMDD           PIC 9(8).
       01  WS-Expiry-YYYYMMDD          PIC 9(8).
      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
       01  WS-Journal-Action     PIC X(10).
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
      *> Working copy of the claim's PAY row - the FD buffer cycles
      *> through the claim's whole row group during the keyed walk.
       COPY CLMREGREC REPLACING Claims-Register-Record BY RegisterRow.

       PROCEDURE DIVISION.
       Begin-Holdback-Release.
           DISPLAY "Starting recoverable depreciation release run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE WS-Current-Date TO WS-Today-YYYYMMDD
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN I-O Claims-Holdback-File
           IF WS-Claims-Holdback-Status NOT = "00"
               DISPLAY "HoldbackRelease: no CLAIMS.HOLDBACK file"
               STOP RUN
           END-IF
           OPEN I-O Claims-Register-File
           IF WS-Claims-Register-Status NOT = "00"
               DISPLAY "HoldbackRelease: cannot open CLAIMS.REGISTER"
               CLOSE Claims-Holdback-File
               STOP RUN
           END-IF
           OPEN I-O POLICY-MASTER-FILE

           OPEN INPUT Holdback-Release-File
           IF WS-Holdback-Release-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Holdback-Release-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND HR-Claim-Number NOT = SPACES
                       PERFORM Apply-One-Release
                   END-IF
               END-PERFORM
               CLOSE Holdback-Release-File
               OPEN OUTPUT Holdback-Release-File
               CLOSE Holdback-Release-File
           ELSE
               DISPLAY "HoldbackRelease: no CLAIMS.HBRELEASE this run"
           END-IF

           PERFORM Expire-Holdbacks

           CLOSE Claims-Holdback-File
           CLOSE Claims-Register-File
           CLOSE POLICY-MASTER-FILE
           DISPLAY "Recoverable depreciation run complete - released "
               WS-Released-Count ", rejected " WS-Rejected-Count
               ", expired " WS-Expired-Count "."
           STOP RUN.

       Apply-One-Release.
           MOVE SPACES TO WS-Offending-Value
           MOVE HR-Claim-Number TO HB-Claim-Number
           READ Claims-Holdback-File
               INVALID KEY
                   MOVE "NOT HELD" TO WS-Offending-Value
           END-READ

           IF WS-Offending-Value = SPACES
               IF HB-Holdback-Status = "EXPIRED"
                   MOVE "EXPIRED" TO WS-Offending-Value
               ELSE
                   IF HB-Holdback-Status NOT = "OPEN"
                       MOVE "HOLDBACK CLOSED" TO WS-Offending-Value
                   END-IF
               END-IF
           END-IF
      *> A row past its window that the expiry pass has not reached
      *> yet is just as expired.
           IF WS-Offending-Value = SPACES
               PERFORM Convert-Expiry-Date
               IF WS-Today-YYYYMMDD > WS-Expiry-YYYYMMDD
                   MOVE "EXPIRED" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Offending-Value = SPACES
               IF HR-Proof-Reference = SPACES
                   OR HR-Repair-Date = SPACES
                   MOVE "NO PROOF" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Offending-Value = SPACES
               COMPUTE WS-Remaining-Amount =
                   HB-Holdback-Amount - HB-Released-Amount
               IF HR-Release-Amount NOT NUMERIC
                   MOVE 0 TO HR-Release-Amount
               END-IF
               IF HR-Release-Amount = 0
                   MOVE WS-Remaining-Amount TO WS-Applied-Amount
               ELSE
                   MOVE HR-Release-Amount TO WS-Applied-Amount
               END-IF
               IF WS-Applied-Amount > WS-Remaining-Amount
                   MOVE "OVER HOLDBACK" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Offending-Value = SPACES
               PERFORM Scan-Claim-Row-Group
               IF WS-Paid-Row-Found = 'N'
                   MOVE "NO PAY ROW" TO WS-Offending-Value
               END-IF
           END-IF

           IF WS-Offending-Value NOT = SPACES
               CALL "WriteExceptionReport" USING HR-Claim-Number,
                   WS-Program-Name, WS-Offending-Value
               ADD 1 TO WS-Rejected-Count
               EXIT PARAGRAPH
           END-IF

           PERFORM Write-Release-Disbursement
           PERFORM Write-Release-Register-Row

           ADD WS-Applied-Amount TO HB-Released-Amount
           IF HB-Released-Amount >= HB-Holdback-Amount
               MOVE "RELEASED" TO HB-Holdback-Status
               MOVE WS-Today-MDY TO HB-Closed-Date
           END-IF
           REWRITE Claims-Holdback-Record
               INVALID KEY
                   DISPLAY "HoldbackRelease: holdback rewrite failed "
                       "for " HR-Claim-Number
           END-REWRITE

           MOVE "HBRELEASE" TO WS-Reserve-Mode
           CALL "CaseReserve" USING WS-Reserve-Mode,
               HB-Claim-Number, HB-Policy-Number, HB-Policy-Type,
               WS-Applied-Amount, HB-Company-Code

           MOVE HR-Adjuster-Id TO WS-Note-User
           IF WS-Note-User = SPACES
               MOVE "SYSTEM" TO WS-Note-User
           END-IF
           MOVE WS-Applied-Amount TO WS-Amount-Disp
           MOVE SPACES TO WS-Note-Text
           STRING "DEPRECIATION RELEASED " DELIMITED BY SIZE
                   WS-Amount-Disp DELIMITED BY SIZE
                   " PROOF " DELIMITED BY SIZE
                   HR-Proof-Reference DELIMITED BY SIZE
               INTO WS-Note-Text
           CALL "ClaimNote" USING HR-Claim-Number, WS-Note-User,
               WS-Note-Text
           ADD 1 TO WS-Released-Count.

       Convert-Expiry-Date.
      *> MM/DD/YYYY to YYYYMMDD so the expiry compares in date order.
           MOVE HB-Expiry-Date(7:4) TO WS-Expiry-YYYYMMDD(1:4)
           MOVE HB-Expiry-Date(1:2) TO WS-Expiry-YYYYMMDD(5:2)
           MOVE HB-Expiry-Date(4:2) TO WS-Expiry-YYYYMMDD(7:2).

       Scan-Claim-Row-Group.
      *> Same keyed walk ClaimReopen does - the PAY adjudication row
      *> and the highest row sequence in use; the release row goes at
      *> the next one.
           MOVE 'N' TO WS-Paid-Row-Found
           MOVE 0 TO WS-Highest-Sequence
           MOVE HR-Claim-Number TO
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
                           HR-Claim-Number
                       MOVE 'Y' TO WS-End-Of-Group
                   ELSE
                       MOVE CR-Row-Sequence OF Claims-Register-Record
                           TO WS-Highest-Sequence
                       IF CR-Claim-Status OF Claims-Register-Record =
                               "PAY"
                           MOVE Claims-Register-Record TO RegisterRow
                           MOVE 'Y' TO WS-Paid-Row-Found
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Write-Release-Disbursement.
      *> Nothing leaves for the bank without the payee clearing the
      *> compliance watch list, the same screen the ACV payment went
      *> through.
           MOVE HB-Claim-Number TO DB-Claim-Number
           MOVE HB-Policy-Number TO DB-Policy-Number
           MOVE HB-Payee TO DB-Payee
           MOVE WS-Applied-Amount TO DB-Net-Payment-Amount
           MOVE WS-Today-MDY TO DB-Disbursement-Date
           MOVE HB-Payee-Tax-Id TO DB-Payee-Tax-Id
           MOVE HB-Company-Code TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id
           MOVE "DISBURSEMENT" TO WS-Screen-Context
           CALL "WatchlistScreening" USING DB-Payee,
               HB-Claim-Number, WS-Screen-Context, WS-Screen-Hit
           IF WS-Screen-Hit = 'Y'
               OPEN EXTEND Disbursement-Held-File
               IF WS-Disbursement-Held-Status = "35"
                   OPEN OUTPUT Disbursement-Held-File
               END-IF
               MOVE Disbursement-Record TO Disbursement-Held-Record
               WRITE Disbursement-Held-Record
               CLOSE Disbursement-Held-File
           ELSE
               OPEN EXTEND Disbursement-File
               IF WS-Disbursement-Status = "35"
                   OPEN OUTPUT Disbursement-File
               END-IF
               WRITE Disbursement-Record
               CLOSE Disbursement-File
           END-IF.

       Write-Release-Register-Row.
      *> The released depreciation is paid loss on the same claim, so
      *> it rides the SUPPLEMENT row convention every paid-loss
      *> consumer already counts. Amount-of-Loss is zero - the loss
      *> was already reported in full on the PAY row; only the payment
      *> is new.
           MOVE RegisterRow TO Claims-Register-Record
           COMPUTE CR-Row-Sequence OF Claims-Register-Record =
               WS-Highest-Sequence + 1
           MOVE 0 TO CR-Amount-of-Loss OF Claims-Register-Record
           MOVE WS-Applied-Amount TO
               CR-Net-Payment-Amount OF Claims-Register-Record
           MOVE 0 TO CR-Coinsurance-Penalty OF Claims-Register-Record
           MOVE "SUPPLEMENT" TO
               CR-Claim-Status OF Claims-Register-Record
           MOVE WS-Today-MDY TO
               CR-Decision-Date OF Claims-Register-Record

           WRITE Claims-Register-Record
               INVALID KEY
                   DISPLAY "HoldbackRelease: duplicate register row "
                       "for " HR-Claim-Number
           END-WRITE.

       Expire-Holdbacks.
           MOVE LOW-VALUES TO HB-Claim-Number
           START Claims-Holdback-File KEY NOT < HB-Claim-Number
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claims-Holdback-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND HB-Holdback-Status = "OPEN"
                   PERFORM Convert-Expiry-Date
                   IF WS-Today-YYYYMMDD > WS-Expiry-YYYYMMDD
                       PERFORM Expire-One-Holdback
                   END-IF
               END-IF
           END-PERFORM.

       Expire-One-Holdback.
      *> The window ran out without proof of repair - the policyholder
      *> keeps the ACV payment and nothing more is owed. The reserve
      *> comes off the ledger, and the limit charged for the unpaid
      *> part at the PAY decision is given back.
           COMPUTE WS-Remaining-Amount =
               HB-Holdback-Amount - HB-Released-Amount
           MOVE "EXPIRED" TO HB-Holdback-Status
           MOVE WS-Today-MDY TO HB-Closed-Date
           REWRITE Claims-Holdback-Record
               INVALID KEY
                   DISPLAY "HoldbackRelease: holdback rewrite failed "
                       "for " HB-Claim-Number
           END-REWRITE

           MOVE "HBRELEASE" TO WS-Reserve-Mode
           CALL "CaseReserve" USING WS-Reserve-Mode,
               HB-Claim-Number, HB-Policy-Number, HB-Policy-Type,
               WS-Remaining-Amount, HB-Company-Code
           PERFORM Restore-Policy-Limit

           MOVE "SYSTEM" TO WS-Note-User
           MOVE WS-Remaining-Amount TO WS-Amount-Disp
           MOVE SPACES TO WS-Note-Text
           STRING "RECOVERABLE DEPRECIATION EXPIRED UNCLAIMED "
                   DELIMITED BY SIZE
                   WS-Amount-Disp DELIMITED BY SIZE
               INTO WS-Note-Text
           CALL "ClaimNote" USING HB-Claim-Number, WS-Note-User,
               WS-Note-Text
           ADD 1 TO WS-Expired-Count.

       Restore-Policy-Limit.
           IF WS-Remaining-Amount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HB-Policy-Number TO Policy-Number OF
               Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status NOT = "00"
               MOVE "NO MASTER" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING HB-Claim-Number,
                   WS-Program-Name, WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           MOVE Policy-Master-Record TO WS-Journal-Before

           IF Cumulative-Claims-Paid OF Policy-Master-Record >
                   WS-Remaining-Amount
               SUBTRACT WS-Remaining-Amount FROM
                   Cumulative-Claims-Paid OF Policy-Master-Record
           ELSE
               MOVE 0 TO Cumulative-Claims-Paid OF Policy-Master-Record
           END-IF
           IF HB-Part-Code NOT = SPACES
               PERFORM VARYING WS-Part-Scan FROM 1 BY 1
                   UNTIL WS-Part-Scan > Coverage-Part-Count OF
                       Policy-Master-Record
                   IF CP-Part-Code OF Policy-Master-Record(WS-Part-Scan)
                           = HB-Part-Code
                       IF CP-Claims-Paid OF
                               Policy-Master-Record(WS-Part-Scan) >
                               WS-Remaining-Amount
                           SUBTRACT WS-Remaining-Amount FROM
                               CP-Claims-Paid OF
                                   Policy-Master-Record(WS-Part-Scan)
                       ELSE
                           MOVE 0 TO CP-Claims-Paid OF
                               Policy-Master-Record(WS-Part-Scan)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE "REWRITE" TO WS-Journal-Action
           MOVE HB-Claim-Number TO WS-Journal-Ref
           MOVE Policy-Master-Record TO WS-Journal-After
           CALL "MasterJournal" USING WS-Program-Name,
               WS-Journal-Action, WS-Journal-Ref,
               WS-Journal-Before, WS-Journal-After
           REWRITE Policy-Master-Record
               INVALID KEY
                   DISPLAY "HoldbackRelease: master rewrite failed for "
                       HB-Policy-Number
           END-REWRITE.
