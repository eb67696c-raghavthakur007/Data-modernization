       IDENTIFICATION DIVISION.
       PROGRAM-ID. LossRunLetter.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Policyholder loss-run document. A customer or their agent
      *> shopping the account asks for a loss run, and until now
      *> somebody pieced one together from CINQ screens and an
      *> ArchiveInquiry request - and since PolicyArchive started
      *> purging closed claims the live register alone is no longer
      *> five years of history. Each LOSS.RUN.REQUEST row names a
      *> policy number or a CU-Customer-Id and the years to cover
      *> (zero means the five years carriers ask for). The policy's
      *> claims (or every policy the customer holds, live and
      *> archived) come off CLAIMS.REGISTER by its CR-Policy-Number
      *> alternate key and off ARCHIVE.CLAIMS, and print on
      *> LOSSRUN.RPT as a formal document - claim, date and cause of
      *> loss, status, paid, open reserve, and recovered. The
      *> document is registered through the shared Correspondence hub
      *> so it sits on CORRESP.REGISTER like every other letter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Loss-Run-Request-File ASSIGN TO "LOSS.RUN.REQUEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Loss-Run-Request-Status.
           COPY POLMSSEL.
           COPY CUSTMSEL.
           COPY CLMREGSEL.
           COPY CLMRSVSEL.
           SELECT Archive-Policy-File ASSIGN TO "ARCHIVE.POLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Policy-Status.
           SELECT Archive-Claims-File ASSIGN TO "ARCHIVE.CLAIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Claims-Status.
           SELECT Loss-Run-Report-File ASSIGN TO "LOSSRUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Loss-Run-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Loss-Run-Request-File.
       01  Loss-Run-Request-Record.
      *> One of the two keys - a policy number asks for that policy
      *> alone, a customer id for every policy the customer holds.
           05  LQ-Policy-Number       PIC X(10).
           05  LQ-Customer-Id         PIC X(10).
           05  LQ-Years-Covered       PIC 9(2).
      *> Who asked (agent or customer name) - printed on the document.
           05  LQ-Requested-By        PIC X(30).

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Claims-Reserve-File.
           COPY CLMRSV.

       FD  Archive-Policy-File.
           COPY POLMSREC REPLACING Policy-Master-Record BY
               Archived-Policy-Record.

       FD  Archive-Claims-File.
           COPY CLMREGREC REPLACING Claims-Register-Record BY
               Archived-Claim-Record.

       FD  Loss-Run-Report-File.
       01  Loss-Run-Report-Record    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Loss-Run-Request-Status  PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Claims-Reserve-Status    PIC XX.
       01  WS-Archive-Policy-Status    PIC XX.
       01  WS-Archive-Claims-Status    PIC XX.
       01  WS-Loss-Run-Report-Status   PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-Requests          PIC X VALUE 'N'.
       01  WS-End-Of-Master            PIC X.
       01  WS-End-Of-Archive           PIC X.
       01  WS-End-Of-Policy-Claims     PIC X.
       01  WS-Request-Valid            PIC X.
       01  WS-Program-Name             PIC X(20) VALUE
           "LossRunLetter".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Request-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Document-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
      *> Loss dates on the register are MM/DD/YYYY - the cutoff and
      *> each loss date are compared as YYYYMMDD.
       01  WS-Cutoff-Date.
           05  WS-Cutoff-Year    PIC 9(4).
           05  WS-Cutoff-Month   PIC 9(2).
           05  WS-Cutoff-Day     PIC 9(2).
       01  WS-Loss-Date-YMD            PIC X(8).
       01  WS-Years-Covered            PIC 9(2).
       01  WS-Years-Disp               PIC Z9.
      *> Document registration fields for the shared Correspondence
      *> hub.
       01  WS-Doc-Letter-Type    PIC X(10) VALUE "LOSSRUN".
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Name           PIC X(50).
       01  WS-Doc-Address        PIC X(60).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
       01  WS-Claim-Count-Disp   PIC ZZZ9.
       01  WS-Paid-Disp                PIC ZZZZZZZZ9.99.
       01  WS-Reserve-Disp             PIC ZZZZZZZZ9.99.
       01  WS-Recovered-Disp           PIC ZZZZZZZZ9.99.
       01  WS-Total-Paid               PIC 9(11)V99.
       01  WS-Total-Reserved           PIC 9(11)V99.
       01  WS-Total-Recovered          PIC 9(11)V99.
       01  WS-Total-Disp               PIC ZZZZZZZZZZ9.99.
       01  WS-Claim-Index              PIC 9(4) COMP.
       01  WS-Matched-Claim            PIC 9(4) COMP.
       01  WS-Policy-Index             PIC 9(4) COMP.
       01  WS-Policy-Listed            PIC X.
       01  WS-Row-Source               PIC X(7).
      *> The register row being rolled up - live and archived rows
      *> are both moved here so one rule serves the two sources.
           COPY CLMREGREC REPLACING Claims-Register-Record BY
               Loss-Run-Row.

      *> The policies this document covers - one for a policy-number
      *> request, every live and archived policy carrying the
      *> Customer-Id for a customer request.
       01  LossRunPolicies.
           05  LP-Policy-Count         PIC 9(4) COMP.
           05  LossRunPolicy OCCURS 1 TO 100 TIMES
                   DEPENDING ON LP-Policy-Count
                   INDEXED BY LossRunPolicyIdx.
               10  LP-Policy-Number    PIC X(10).
               10  LP-Policy-Type      PIC X(15).

      *> One entry per claim, rolled up from however many register
      *> rows the claim has accumulated (adjudication, supplements,
      *> expense, recoveries) - the register's alternate index and the
      *> archive both hand rows back in no particular claim order.
       01  LossRunClaims.
           05  LC-Claim-Count          PIC 9(4) COMP.
           05  LossRunClaim OCCURS 1 TO 500 TIMES
                   DEPENDING ON LC-Claim-Count
                   INDEXED BY LossRunClaimIdx.
               10  LC-Claim-Number     PIC X(10).
               10  LC-Policy-Number    PIC X(10).
               10  LC-Date-of-Loss     PIC X(10).
               10  LC-Cause-of-Loss    PIC X(10).
               10  LC-Claim-Status     PIC X(10).
               10  LC-Source           PIC X(7).
               10  LC-Paid-Amount      PIC 9(9)V99.
               10  LC-Reserve-Amount   PIC 9(9)V99.
               10  LC-Recovered-Amount PIC 9(9)V99.

       PROCEDURE DIVISION.
       Begin-Loss-Run-Letter.
           DISPLAY "Starting loss run letter run..."
           OPEN INPUT Loss-Run-Request-File
           IF WS-Loss-Run-Request-Status NOT = "00"
               DISPLAY "LossRunLetter: no LOSS.RUN.REQUEST file"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT Customer-Master-File
           OPEN INPUT Claims-Register-File
           OPEN INPUT Claims-Reserve-File
           OPEN OUTPUT Loss-Run-Report-File

           MOVE 'N' TO WS-End-Of-Requests
           PERFORM UNTIL WS-End-Of-Requests = 'Y'
               READ Loss-Run-Request-File
                   AT END MOVE 'Y' TO WS-End-Of-Requests
               END-READ
               IF WS-End-Of-Requests = 'N'
                   ADD 1 TO WS-Request-Count
                   PERFORM Answer-One-Request
               END-IF
           END-PERFORM

           CLOSE Loss-Run-Report-File
           CLOSE Claims-Reserve-File
           CLOSE Claims-Register-File
           CLOSE Customer-Master-File
           CLOSE POLICY-MASTER-FILE
           CLOSE Loss-Run-Request-File
           DISPLAY "Loss run letter run complete - " WS-Request-Count
               " requests, " WS-Document-Count " documents."
           STOP RUN.

       Answer-One-Request.
           MOVE 0 TO LP-Policy-Count
           MOVE 0 TO LC-Claim-Count
           MOVE SPACES TO WS-Doc-Customer-Id, WS-Doc-Name,
               WS-Doc-Address, WS-Doc-Reference
           MOVE 'Y' TO WS-Request-Valid
           IF LQ-Policy-Number NOT = SPACES
               PERFORM Resolve-Policy-Request
           ELSE
               IF LQ-Customer-Id NOT = SPACES
                   PERFORM Resolve-Customer-Request
               ELSE
                   MOVE 'N' TO WS-Request-Valid
               END-IF
           END-IF

      *> A request that names nothing we hold goes to the exceptions
      *> report for the desk that keyed it - no empty document is
      *> mailed to a customer we cannot find.
           IF WS-Request-Valid = 'N' OR LP-Policy-Count = 0
               MOVE LQ-Policy-Number TO WS-Offending-Value
               IF LQ-Policy-Number = SPACES
                   MOVE LQ-Customer-Id TO WS-Offending-Value
               END-IF
               CALL "WriteExceptionReport" USING LQ-Policy-Number,
                   WS-Program-Name, WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           PERFORM Compute-Cutoff-Date
           PERFORM VARYING WS-Policy-Index FROM 1 BY 1
               UNTIL WS-Policy-Index > LP-Policy-Count
               PERFORM Collect-Live-Claims
           END-PERFORM
           PERFORM Collect-Archived-Claims
           PERFORM Print-Loss-Run-Document
           PERFORM Register-Loss-Run-Document.

       Resolve-Policy-Request.
      *> The policy may still be live, or already purged to
      *> ARCHIVE.POLICY - either way the insured of record is who the
      *> document is addressed to.
           MOVE LQ-Policy-Number TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status = "00"
               MOVE Customer-Id OF Policy-Master-Record TO
                   WS-Doc-Customer-Id
               MOVE Policy-Holder-Name OF Policy-Master-Record TO
                   WS-Doc-Name
               MOVE Policy-Holder-Address OF Policy-Master-Record TO
                   WS-Doc-Address
               MOVE Policy-Type OF Policy-Master-Record TO
                   LP-Policy-Type(1)
               MOVE LQ-Policy-Number TO LP-Policy-Number(1)
               MOVE 1 TO LP-Policy-Count
           ELSE
               PERFORM Resolve-Archived-Policy
           END-IF
           MOVE LQ-Policy-Number TO WS-Doc-Reference.

       Resolve-Archived-Policy.
           OPEN INPUT Archive-Policy-File
           IF WS-Archive-Policy-Status = "00"
               MOVE 'N' TO WS-End-Of-Archive
               PERFORM UNTIL WS-End-Of-Archive = 'Y'
                   READ Archive-Policy-File
                       AT END MOVE 'Y' TO WS-End-Of-Archive
                   END-READ
                   IF WS-End-Of-Archive = 'N'
                       AND Policy-Number OF Archived-Policy-Record =
                           LQ-Policy-Number
                       MOVE Customer-Id OF Archived-Policy-Record TO
                           WS-Doc-Customer-Id
                       MOVE Policy-Holder-Name OF
                           Archived-Policy-Record TO WS-Doc-Name
                       MOVE Policy-Holder-Address OF
                           Archived-Policy-Record TO WS-Doc-Address
                       MOVE Policy-Type OF Archived-Policy-Record TO
                           LP-Policy-Type(1)
                       MOVE LQ-Policy-Number TO LP-Policy-Number(1)
                       MOVE 1 TO LP-Policy-Count
                       MOVE 'Y' TO WS-End-Of-Archive
                   END-IF
               END-PERFORM
               CLOSE Archive-Policy-File
           END-IF.

       Resolve-Customer-Request.
      *> Addressed from the customer master; the policy list is the
      *> live master's policies through the Customer-Id alternate
      *> key (the browse PrivacyRequest and CUST use) plus the
      *> archived policies still carrying the id.
           MOVE LQ-Customer-Id TO CU-Customer-Id
           READ Customer-Master-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Customer-Master-Status NOT = "00"
               MOVE 'N' TO WS-Request-Valid
               EXIT PARAGRAPH
           END-IF
           MOVE LQ-Customer-Id TO WS-Doc-Customer-Id
           MOVE CU-Customer-Name TO WS-Doc-Name
           MOVE CU-Customer-Address TO WS-Doc-Address
           MOVE LQ-Customer-Id TO WS-Doc-Reference

           MOVE LQ-Customer-Id TO Customer-Id OF Policy-Master-Record
           START POLICY-MASTER-FILE KEY =
                   Customer-Id OF Policy-Master-Record
               INVALID KEY
                   MOVE "23" TO WS-Policy-Master-Status
           END-START
           MOVE 'N' TO WS-End-Of-Master
           IF WS-Policy-Master-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Master
           END-IF
           PERFORM UNTIL WS-End-Of-Master = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Master
               END-READ
               IF WS-End-Of-Master = 'N'
                   IF Customer-Id OF Policy-Master-Record NOT =
                           LQ-Customer-Id
                       MOVE 'Y' TO WS-End-Of-Master
                   ELSE
                       IF LP-Policy-Count < 100
                           ADD 1 TO LP-Policy-Count
                           MOVE Policy-Number OF Policy-Master-Record
                               TO LP-Policy-Number(LP-Policy-Count)
                           MOVE Policy-Type OF Policy-Master-Record
                               TO LP-Policy-Type(LP-Policy-Count)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT Archive-Policy-File
           IF WS-Archive-Policy-Status = "00"
               MOVE 'N' TO WS-End-Of-Archive
               PERFORM UNTIL WS-End-Of-Archive = 'Y'
                   READ Archive-Policy-File
                       AT END MOVE 'Y' TO WS-End-Of-Archive
                   END-READ
                   IF WS-End-Of-Archive = 'N'
                       AND Customer-Id OF Archived-Policy-Record =
                           LQ-Customer-Id
                       PERFORM Add-Archived-Policy
                   END-IF
               END-PERFORM
               CLOSE Archive-Policy-File
           END-IF.

       Add-Archived-Policy.
      *> A restored policy is on both files - list it once.
           MOVE 'N' TO WS-Policy-Listed
           PERFORM VARYING WS-Policy-Index FROM 1 BY 1
               UNTIL WS-Policy-Index > LP-Policy-Count
               IF LP-Policy-Number(WS-Policy-Index) =
                       Policy-Number OF Archived-Policy-Record
                   MOVE 'Y' TO WS-Policy-Listed
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Policy-Listed = 'N' AND LP-Policy-Count < 100
               ADD 1 TO LP-Policy-Count
               MOVE Policy-Number OF Archived-Policy-Record TO
                   LP-Policy-Number(LP-Policy-Count)
               MOVE Policy-Type OF Archived-Policy-Record TO
                   LP-Policy-Type(LP-Policy-Count)
           END-IF.

       Compute-Cutoff-Date.
      *> Zero years on the request means the five years of history
      *> carriers ask for.
           MOVE LQ-Years-Covered TO WS-Years-Covered
           IF WS-Years-Covered = 0
               MOVE 5 TO WS-Years-Covered
           END-IF
           MOVE WS-Current-Date TO WS-Cutoff-Date
           SUBTRACT WS-Years-Covered FROM WS-Cutoff-Year.

       Collect-Live-Claims.
      *> One keyed browse of the register's CR-Policy-Number alternate
      *> index per policy - the same browse CINQ and the duplicate-
      *> claim screen use.
           MOVE LP-Policy-Number(WS-Policy-Index) TO
               CR-Policy-Number OF Claims-Register-Record
           START Claims-Register-File KEY NOT <
                   CR-Policy-Number OF Claims-Register-Record
               INVALID KEY
                   MOVE "23" TO WS-Claims-Register-Status
           END-START
           MOVE 'N' TO WS-End-Of-Policy-Claims
           IF WS-Claims-Register-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Policy-Claims
           END-IF
           PERFORM UNTIL WS-End-Of-Policy-Claims = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Policy-Claims
               END-READ
               IF WS-End-Of-Policy-Claims = 'N'
                   IF CR-Policy-Number OF Claims-Register-Record NOT =
                           LP-Policy-Number(WS-Policy-Index)
                       MOVE 'Y' TO WS-End-Of-Policy-Claims
                   ELSE
                       MOVE Claims-Register-Record TO Loss-Run-Row
                       MOVE "LIVE" TO WS-Row-Source
                       PERFORM Roll-Up-Claim-Row
                   END-IF
               END-IF
           END-PERFORM.

       Collect-Archived-Claims.
      *> The archive is a flat file - one pass per request picks up
      *> every archived row for any policy on the list.
           OPEN INPUT Archive-Claims-File
           IF WS-Archive-Claims-Status = "00"
               MOVE 'N' TO WS-End-Of-Archive
               PERFORM UNTIL WS-End-Of-Archive = 'Y'
                   READ Archive-Claims-File
                       AT END MOVE 'Y' TO WS-End-Of-Archive
                   END-READ
                   IF WS-End-Of-Archive = 'N'
                       MOVE Archived-Claim-Record TO Loss-Run-Row
                       MOVE "ARCHIVE" TO WS-Row-Source
                       PERFORM Test-Archived-Claim-Row
                   END-IF
               END-PERFORM
               CLOSE Archive-Claims-File
           END-IF.

       Test-Archived-Claim-Row.
           PERFORM VARYING WS-Policy-Index FROM 1 BY 1
               UNTIL WS-Policy-Index > LP-Policy-Count
               IF LP-Policy-Number(WS-Policy-Index) =
                       CR-Policy-Number OF Loss-Run-Row
                   PERFORM Roll-Up-Claim-Row
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Roll-Up-Claim-Row.
      *> Works on the row as it sits in Loss-Run-Row, where both the
      *> live and the archived pass put it.
      *> Paid follows LossTriangle: PAY, SUPPLEMENT, and EXPENSE rows
      *> are money out on the claim; RECOVERY rows come back in.
           STRING CR-Date-of-Loss OF Loss-Run-Row(7:4)
                   CR-Date-of-Loss OF Loss-Run-Row(1:2)
                   CR-Date-of-Loss OF Loss-Run-Row(4:2)
               DELIMITED BY SIZE INTO WS-Loss-Date-YMD
           IF WS-Loss-Date-YMD < WS-Cutoff-Date
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Matched-Claim
           PERFORM VARYING WS-Claim-Index FROM 1 BY 1
               UNTIL WS-Claim-Index > LC-Claim-Count
               IF LC-Claim-Number(WS-Claim-Index) =
                       CR-Claim-Number OF Loss-Run-Row
                   MOVE WS-Claim-Index TO WS-Matched-Claim
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-Matched-Claim = 0
               IF LC-Claim-Count >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LC-Claim-Count
               MOVE LC-Claim-Count TO WS-Matched-Claim
               MOVE CR-Claim-Number OF Loss-Run-Row TO
                   LC-Claim-Number(WS-Matched-Claim)
               MOVE CR-Policy-Number OF Loss-Run-Row TO
                   LC-Policy-Number(WS-Matched-Claim)
               MOVE CR-Date-of-Loss OF Loss-Run-Row TO
                   LC-Date-of-Loss(WS-Matched-Claim)
               MOVE CR-Cause-of-Loss OF Loss-Run-Row TO
                   LC-Cause-of-Loss(WS-Matched-Claim)
               MOVE SPACES TO LC-Claim-Status(WS-Matched-Claim)
               MOVE WS-Row-Source TO LC-Source(WS-Matched-Claim)
               MOVE 0 TO LC-Paid-Amount(WS-Matched-Claim)
               MOVE 0 TO LC-Reserve-Amount(WS-Matched-Claim)
               MOVE 0 TO LC-Recovered-Amount(WS-Matched-Claim)
           END-IF

      *> The adjudication row's status is the claim's status on the
      *> document; the follow-on rows only move money.
           IF CR-Row-Sequence OF Loss-Run-Row = 1
               MOVE CR-Claim-Status OF Loss-Run-Row TO
                   LC-Claim-Status(WS-Matched-Claim)
           END-IF
           EVALUATE CR-Claim-Status OF Loss-Run-Row
               WHEN "PAY"
               WHEN "SUPPLEMENT"
               WHEN "EXPENSE"
                   ADD CR-Net-Payment-Amount OF Loss-Run-Row
                       TO LC-Paid-Amount(WS-Matched-Claim)
               WHEN "RECOVERY"
                   ADD CR-Net-Payment-Amount OF Loss-Run-Row
                       TO LC-Recovered-Amount(WS-Matched-Claim)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Print-Loss-Run-Document.
           MOVE WS-Years-Covered TO WS-Years-Disp
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "LOSS RUN - CLAIMS HISTORY STATEMENT" TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "PREPARED " WS-Today-MDY
                   " FOR " WS-Doc-Name
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "          " WS-Doc-Address
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "REQUESTED BY " LQ-Requested-By
                   " - LOSSES ON OR AFTER " WS-Cutoff-Month "/"
                   WS-Cutoff-Day "/" WS-Cutoff-Year
                   " (" WS-Years-Disp " YEARS)"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM VARYING WS-Policy-Index FROM 1 BY 1
               UNTIL WS-Policy-Index > LP-Policy-Count
               MOVE SPACES TO WS-Report-Line
               STRING "POLICY " LP-Policy-Number(WS-Policy-Index)
                       " " LP-Policy-Type(WS-Policy-Index)
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE SPACES TO WS-Report-Line
           STRING "CLAIM      POLICY     LOSS DATE  CAUSE      "
                   "STATUS     SOURCE         PAID     RESERVED"
                   "    RECOVERED"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE 0 TO WS-Total-Paid, WS-Total-Reserved,
               WS-Total-Recovered
           PERFORM VARYING WS-Claim-Index FROM 1 BY 1
               UNTIL WS-Claim-Index > LC-Claim-Count
               PERFORM Fetch-Open-Reserve
               PERFORM Write-Claim-Line
           END-PERFORM

           IF LC-Claim-Count = 0
               MOVE "NO CLAIMS REPORTED IN THE PERIOD" TO
                   WS-Report-Line
               PERFORM Write-Report-Line
           END-IF
           MOVE LC-Claim-Count TO WS-Claim-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL CLAIMS " WS-Claim-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Total-Paid TO WS-Total-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL PAID      " WS-Total-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Total-Reserved TO WS-Total-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL RESERVED  " WS-Total-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Total-Recovered TO WS-Total-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL RECOVERED " WS-Total-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "END OF LOSS RUN" TO WS-Report-Line
           PERFORM Write-Report-Line.

       Fetch-Open-Reserve.
      *> A claim still open carries its case reserve - a closed or
      *> archived claim's reserve was released when it decided.
           MOVE LC-Claim-Number(WS-Claim-Index) TO RV-Claim-Number
           READ Claims-Reserve-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Claims-Reserve-Status = "00"
               AND RV-Reserve-Status = "OPEN"
               MOVE RV-Reserve-Amount TO
                   LC-Reserve-Amount(WS-Claim-Index)
           END-IF.

       Write-Claim-Line.
           MOVE LC-Paid-Amount(WS-Claim-Index) TO WS-Paid-Disp
           MOVE LC-Reserve-Amount(WS-Claim-Index) TO WS-Reserve-Disp
           MOVE LC-Recovered-Amount(WS-Claim-Index) TO
               WS-Recovered-Disp
           ADD LC-Paid-Amount(WS-Claim-Index) TO WS-Total-Paid
           ADD LC-Reserve-Amount(WS-Claim-Index) TO WS-Total-Reserved
           ADD LC-Recovered-Amount(WS-Claim-Index) TO
               WS-Total-Recovered
           MOVE SPACES TO WS-Report-Line
           STRING LC-Claim-Number(WS-Claim-Index) " "
                   LC-Policy-Number(WS-Claim-Index) " "
                   LC-Date-of-Loss(WS-Claim-Index) " "
                   LC-Cause-of-Loss(WS-Claim-Index) " "
                   LC-Claim-Status(WS-Claim-Index) " "
                   LC-Source(WS-Claim-Index) " "
                   WS-Paid-Disp " " WS-Reserve-Disp " "
                   WS-Recovered-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Register-Loss-Run-Document.
           MOVE LC-Claim-Count TO WS-Claim-Count-Disp
           MOVE SPACES TO WS-Doc-Summary
           STRING "LOSS RUN " WS-Years-Disp " YRS "
                   WS-Claim-Count-Disp " CLAIMS"
               DELIMITED BY SIZE INTO WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, WS-Doc-Name, WS-Doc-Address,
               WS-Doc-Reference, WS-Doc-Summary
           ADD 1 TO WS-Document-Count.

       Write-Report-Line.
           MOVE WS-Report-Line TO Loss-Run-Report-Record
           WRITE Loss-Run-Report-Record.
