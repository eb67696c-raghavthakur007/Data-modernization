       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarketConductExtract.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Market conduct annual statement (MCAS) data call - the
      *> yearly state filing that was being assembled by hand from
      *> half a dozen reports. Regulators hold these counts up
      *> against our complaint and claim files, so every number here
      *> comes straight off the system's own records, by State-Code
      *> and MCAS line, for one data year:
      *>   Policies in force - a term (the master's current term or
      *>       a closed one on POLICY.TERM.HISTORY) spanning 12/31
      *>       that was not cancelled by then. A policy still ACTIVE
      *>       on the master was reinstated after any cancellation.
      *>   New business      - first terms (Term-Number 1) effective
      *>       in the year, off the same two sources.
      *>   Non-renewals      - DECLINED rows on RENEWAL.NOTICE.
      *>   Cancellations     - INSURED rows on POLICY.CANCEL, split
      *>       non-pay (the NonPayCancellation conveyor's CANCELLED
      *>       row on NONPAY.AUDIT for the same policy and date)
      *>       versus company-initiated (every other cancellation).
      *>   Claims            - adjudication rows (sequence 001) on
      *>       CLAIMS.REGISTER: opened by intake date; closed by
      *>       decision date when PAY or REJECT, with payment when
      *>       PAY netted money out, and banded by days from intake
      *>       (date of loss for rows with no intake stamp) to close.
      *>   Suits opened      - CLAIMS.LITIGATION by suit date.
      *>   Complaints        - COMPLAINT.LOG by received date, with
      *>       the DOI-sourced ones counted again on their own.
      *> State and line come off the policy master by key. Anything
      *> that cannot be placed in a state goes to the exceptions
      *> report for review rather than being left out of the filing
      *> silently. Output is MCAS.EXTRACT in the filing layout
      *> (MCASEXT) plus the MCAS.RPT review report. An optional
      *> one-record MCAS.CONTROL card names the data year (YYYY);
      *> with no card the run covers the prior calendar year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           COPY CLMREGSEL.
           COPY CLMLITGSEL.
           COPY COMPLSEL.
           SELECT Term-History-File ASSIGN TO "POLICY.TERM.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Term-History-Status.
           SELECT Policy-Cancel-File ASSIGN TO "POLICY.CANCEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Cancel-Status.
           SELECT Nonpay-Audit-File ASSIGN TO "NONPAY.AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Nonpay-Audit-Status.
           SELECT Renewal-Notice-File ASSIGN TO "RENEWAL.NOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Renewal-Notice-Status.
           SELECT MCAS-Control-File ASSIGN TO "MCAS.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCAS-Control-Status.
           SELECT MCAS-Extract-File ASSIGN TO "MCAS.EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCAS-Extract-Status.
           SELECT MCAS-Report-File ASSIGN TO "MCAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCAS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Litigation-File.
           COPY CLMLITG.

       FD  Complaint-File.
           COPY COMPLREC.

       FD  Term-History-File.
           COPY TERMHIST.

       FD  Policy-Cancel-File.
           COPY POLCANC.

       FD  Nonpay-Audit-File.
       01  Nonpay-Audit-Record.
           05  NA-Policy-Number         PIC X(10).
           05  NA-Action                PIC X(10).
           05  NA-Notice-Date           PIC X(10).
           05  NA-Cancel-Date           PIC X(10).
           05  NA-Balance-Due           PIC 9(9)V99.

       FD  Renewal-Notice-File.
           COPY RENNOTC.

       FD  MCAS-Control-File.
       01  MCAS-Control-Record.
           05  MQ-Data-Year            PIC X(4).

       FD  MCAS-Extract-File.
           COPY MCASEXT.

       FD  MCAS-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Litigation-Status        PIC XX.
       01  WS-Complaint-Status         PIC XX.
       01  WS-Term-History-Status      PIC XX.
       01  WS-Policy-Cancel-Status     PIC XX.
       01  WS-Nonpay-Audit-Status      PIC XX.
       01  WS-Renewal-Notice-Status    PIC XX.
       01  WS-MCAS-Control-Status      PIC XX.
       01  WS-MCAS-Extract-Status      PIC XX.
       01  WS-MCAS-Report-Status       PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "MarketConductExtract".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Bucket-Index             PIC 9(4) COMP.
       01  WS-Shift-Index              PIC 9(4) COMP.
       01  WS-Band-Index               PIC 9(4) COMP.
       01  WS-Extract-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date-Time.
           05  WS-Current-Year         PIC 9(4).
           05  FILLER                  PIC X(17).

       01  WS-Data-Year                PIC 9(4).
       01  WS-Year-End-YYYYMMDD        PIC 9(8).
       01  WS-Work-Date                PIC X(10).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Work-Year                PIC 9(4).
       01  WS-Term-Start-YYYYMMDD      PIC 9(8).
       01  WS-Term-End-YYYYMMDD        PIC 9(8).
       01  WS-Open-YYYYMMDD            PIC 9(8).
       01  WS-Close-YYYYMMDD           PIC 9(8).
       01  WS-Days-To-Close            PIC S9(9).
       01  WS-Term-Cancelled           PIC X.
       01  WS-Cancel-Is-Nonpay         PIC X.

      *> The state/line the event being counted belongs to, and the
      *> policy it is for - the exceptions report needs a reference.
       01  WS-Event-Policy             PIC X(10).
       01  WS-Event-State              PIC X(2).
       01  WS-Event-Type               PIC X(15).
       01  WS-Event-Line               PIC X(4).

       01  WS-Count-Disp-1             PIC ZZZZZZ9.
       01  WS-Count-Disp-2             PIC ZZZZZZ9.
       01  WS-Count-Disp-3             PIC ZZZZZZ9.
       01  WS-Count-Disp-4             PIC ZZZZZZ9.
       01  WS-Count-Disp-5             PIC ZZZZZZ9.
       01  WS-Count-Disp-6             PIC ZZZZZZ9.
       01  WS-Count-Disp-7             PIC ZZZZZZ9.
       01  WS-Count-Disp-8             PIC ZZZZZZ9.
       01  WS-Count-Disp-9             PIC ZZZZZZ9.
       01  WS-Count-Disp-10            PIC ZZZZZZ9.
       01  WS-Count-Disp-11            PIC ZZZZZZ9.

      *> Every insured-row cancellation on file, so a term's in-force
      *> test and the non-pay split are in-memory scans.
       01  CancelTable.
           05  Cancel-Count            PIC 9(8) COMP VALUE 0.
           05  CancelRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Cancel-Count
                   INDEXED BY CancelIdx.
               10  CT-Policy-Number        PIC X(10).
               10  CT-Cancel-Date          PIC X(10).
               10  CT-Cancel-YYYYMMDD      PIC 9(8).

       01  NonpayCancelTable.
           05  Nonpay-Cancel-Count     PIC 9(8) COMP VALUE 0.
           05  NonpayCancelRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Nonpay-Cancel-Count
                   INDEXED BY NonpayCancelIdx.
               10  NC-Policy-Number        PIC X(10).
               10  NC-Cancel-Date          PIC X(10).

      *> One bucket per State-Code and MCAS line, kept in state/line
      *> order as buckets are added so the extract and the review
      *> report come out state by state. MB-Counts matches MA-Counts
      *> in MCASEXT field for field. Slot 0 is never used - the
      *> grand total lives in MCASTotals.
       01  MCASBucketTable.
           05  MCAS-Bucket-Count       PIC 9(4) COMP VALUE 0.
           05  MCASBucketRecord OCCURS 1 TO 1000 TIMES
                   DEPENDING ON MCAS-Bucket-Count
                   INDEXED BY MCASBucketIdx.
               10  MB-State-Code           PIC X(2).
               10  MB-Line-Code            PIC X(4).
               10  MB-Counts.
                   15  MB-Policies-In-Force    PIC 9(7).
                   15  MB-New-Business         PIC 9(7).
                   15  MB-Nonrenewals          PIC 9(7).
                   15  MB-Cancel-Nonpay        PIC 9(7).
                   15  MB-Cancel-Company       PIC 9(7).
                   15  MB-Claims-Opened        PIC 9(7).
                   15  MB-Closed-With-Pay      PIC 9(7).
                   15  MB-Closed-Without-Pay   PIC 9(7).
                   15  MB-Closed-Band          PIC 9(7) OCCURS 6 TIMES.
                   15  MB-Suits-Opened         PIC 9(7).
                   15  MB-Complaints           PIC 9(7).
                   15  MB-DOI-Complaints       PIC 9(7).
       01  MCASNewBucket.
           05  MN-State-Code           PIC X(2).
           05  MN-Line-Code            PIC X(4).
           05  MN-Counts               PIC X(119).

       PROCEDURE DIVISION.
       Begin-MCAS-Extract.
           DISPLAY "Starting market conduct annual statement extract..."
           PERFORM Load-Data-Year
           PERFORM Load-Cancellations
           PERFORM Load-Nonpay-Cancels

           OPEN INPUT POLICY-MASTER-FILE
           PERFORM Count-Master-Terms
           PERFORM Count-Closed-Terms
           PERFORM Count-Nonrenewals
           PERFORM Count-Cancellations
           PERFORM Count-Claims
           PERFORM Count-Suits
           PERFORM Count-Complaints
           CLOSE POLICY-MASTER-FILE

           PERFORM Write-MCAS-Extract
           PERFORM Write-MCAS-Report
           DISPLAY "MCAS extract complete - " WS-Extract-Count
               " state/line records for " WS-Data-Year "."
           STOP RUN.

       Load-Data-Year.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           COMPUTE WS-Data-Year = WS-Current-Year - 1
           OPEN INPUT MCAS-Control-File
           IF WS-MCAS-Control-Status = "00"
               READ MCAS-Control-File
                   AT END MOVE SPACES TO MQ-Data-Year
               END-READ
               IF MQ-Data-Year IS NUMERIC
                   MOVE MQ-Data-Year TO WS-Data-Year
               END-IF
               CLOSE MCAS-Control-File
           END-IF
           COMPUTE WS-Year-End-YYYYMMDD = WS-Data-Year * 10000 + 1231.

       Convert-Work-Date.
      *> MM/DD/YYYY to YYYYMMDD; a blank or unreadable date comes back
      *> zero and so falls in no year.
           MOVE 0 TO WS-Work-YYYYMMDD
           IF WS-Work-Date(1:2) IS NUMERIC
               AND WS-Work-Date(4:2) IS NUMERIC
               AND WS-Work-Date(7:4) IS NUMERIC
               MOVE WS-Work-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE WS-Work-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE WS-Work-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           END-IF
           MOVE WS-Work-YYYYMMDD(1:4) TO WS-Work-Year.

       Load-Cancellations.
           OPEN INPUT Policy-Cancel-File
           IF WS-Policy-Cancel-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Policy-Cancel-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PC-Recipient-Type = "INSURED"
                       AND Cancel-Count < 100000
                       MOVE PC-Cancellation-Date TO WS-Work-Date
                       PERFORM Convert-Work-Date
                       ADD 1 TO Cancel-Count
                       MOVE PC-Policy-Number TO CT-Policy-Number OF
                           CancelRecord(Cancel-Count)
                       MOVE PC-Cancellation-Date TO CT-Cancel-Date OF
                           CancelRecord(Cancel-Count)
                       MOVE WS-Work-YYYYMMDD TO CT-Cancel-YYYYMMDD OF
                           CancelRecord(Cancel-Count)
                   END-IF
               END-PERFORM
               CLOSE Policy-Cancel-File
           END-IF.

       Load-Nonpay-Cancels.
           OPEN INPUT Nonpay-Audit-File
           IF WS-Nonpay-Audit-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Nonpay-Audit-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND NA-Action = "CANCELLED"
                       AND Nonpay-Cancel-Count < 100000
                       ADD 1 TO Nonpay-Cancel-Count
                       MOVE NA-Policy-Number TO NC-Policy-Number OF
                           NonpayCancelRecord(Nonpay-Cancel-Count)
                       MOVE NA-Cancel-Date TO NC-Cancel-Date OF
                           NonpayCancelRecord(Nonpay-Cancel-Count)
                   END-IF
               END-PERFORM
               CLOSE Nonpay-Audit-File
           END-IF.

       Count-Master-Terms.
      *> The in-force term on the master, and its new business when
      *> it is the policy's first term.
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM Count-One-Master-Term
               END-IF
           END-PERFORM.

       Count-One-Master-Term.
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Event-Policy
           MOVE State-Code OF Policy-Master-Record TO WS-Event-State
           MOVE Policy-Type OF Policy-Master-Record TO WS-Event-Type
           PERFORM Find-MCAS-Bucket
           IF WS-Bucket-Index = 0
               EXIT PARAGRAPH
           END-IF

           MOVE Policy-Effective-Date OF Policy-Master-Record TO
               WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Term-Start-YYYYMMDD
           IF Term-Number OF Policy-Master-Record = 1
               AND WS-Work-Year = WS-Data-Year
               ADD 1 TO MB-New-Business(WS-Bucket-Index)
           END-IF
           MOVE Policy-Expiration-Date OF Policy-Master-Record TO
               WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Term-End-YYYYMMDD

           IF WS-Term-Start-YYYYMMDD > 0
               AND WS-Term-Start-YYYYMMDD <= WS-Year-End-YYYYMMDD
               AND WS-Term-End-YYYYMMDD > WS-Year-End-YYYYMMDD
               IF Policy-Status OF Policy-Master-Record = "ACTIVE"
                   ADD 1 TO MB-Policies-In-Force(WS-Bucket-Index)
               ELSE
                   PERFORM Check-Term-Cancelled
                   IF WS-Term-Cancelled = 'N'
                       ADD 1 TO MB-Policies-In-Force(WS-Bucket-Index)
                   END-IF
               END-IF
           END-IF.

       Count-Closed-Terms.
      *> Terms PolicyRenewal has already rolled past. Their policy's
      *> state and line come off the master by key.
           OPEN INPUT Term-History-File
           IF WS-Term-History-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Term-History-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Count-One-Closed-Term
                   END-IF
               END-PERFORM
               CLOSE Term-History-File
           END-IF.

       Count-One-Closed-Term.
           MOVE TH-Effective-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Term-Start-YYYYMMDD
           MOVE TH-Expiration-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Term-End-YYYYMMDD
           IF NOT (TH-Term-Number = 1
                   AND WS-Term-Start-YYYYMMDD(1:4) = WS-Data-Year)
               AND NOT (WS-Term-Start-YYYYMMDD > 0
                   AND WS-Term-Start-YYYYMMDD <= WS-Year-End-YYYYMMDD
                   AND WS-Term-End-YYYYMMDD > WS-Year-End-YYYYMMDD)
               EXIT PARAGRAPH
           END-IF

           MOVE TH-Policy-Number TO WS-Event-Policy
           PERFORM Read-Event-Policy
           PERFORM Find-MCAS-Bucket
           IF WS-Bucket-Index = 0
               EXIT PARAGRAPH
           END-IF
           IF TH-Term-Number = 1
               AND WS-Term-Start-YYYYMMDD(1:4) = WS-Data-Year
               ADD 1 TO MB-New-Business(WS-Bucket-Index)
           END-IF
           IF WS-Term-Start-YYYYMMDD > 0
               AND WS-Term-Start-YYYYMMDD <= WS-Year-End-YYYYMMDD
               AND WS-Term-End-YYYYMMDD > WS-Year-End-YYYYMMDD
               PERFORM Check-Term-Cancelled
               IF WS-Term-Cancelled = 'N'
                   ADD 1 TO MB-Policies-In-Force(WS-Bucket-Index)
               END-IF
           END-IF.

       Check-Term-Cancelled.
      *> A cancellation inside the term on or before 12/31 takes the
      *> term out of force at year end.
           MOVE 'N' TO WS-Term-Cancelled
           PERFORM VARYING CancelIdx FROM 1 BY 1
               UNTIL CancelIdx > Cancel-Count
               IF CT-Policy-Number OF CancelRecord(CancelIdx) =
                       WS-Event-Policy
                   AND CT-Cancel-YYYYMMDD OF CancelRecord(CancelIdx)
                       >= WS-Term-Start-YYYYMMDD
                   AND CT-Cancel-YYYYMMDD OF CancelRecord(CancelIdx)
                       <= WS-Year-End-YYYYMMDD
                   MOVE 'Y' TO WS-Term-Cancelled
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Count-Nonrenewals.
           OPEN INPUT Renewal-Notice-File
           IF WS-Renewal-Notice-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Renewal-Notice-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND RN-Renewal-Status = "DECLINED"
                       MOVE RN-Notice-Date TO WS-Work-Date
                       PERFORM Convert-Work-Date
                       IF WS-Work-Year = WS-Data-Year
                           MOVE RN-Policy-Number TO WS-Event-Policy
                           PERFORM Read-Event-Policy
                           MOVE RN-Policy-Type TO WS-Event-Type
                           PERFORM Find-MCAS-Bucket
                           IF WS-Bucket-Index > 0
                               ADD 1 TO
                                   MB-Nonrenewals(WS-Bucket-Index)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Renewal-Notice-File
           END-IF.

       Count-Cancellations.
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Cancel-Count
               IF CT-Cancel-YYYYMMDD OF CancelRecord(WS-Scan-Index)
                       (1:4) = WS-Data-Year
                   PERFORM Count-One-Cancellation
               END-IF
           END-PERFORM.

       Count-One-Cancellation.
           MOVE CT-Policy-Number OF CancelRecord(WS-Scan-Index) TO
               WS-Event-Policy
           PERFORM Read-Event-Policy
           PERFORM Find-MCAS-Bucket
           IF WS-Bucket-Index = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Cancel-Is-Nonpay
           PERFORM VARYING NonpayCancelIdx FROM 1 BY 1
               UNTIL NonpayCancelIdx > Nonpay-Cancel-Count
               IF NC-Policy-Number OF
                       NonpayCancelRecord(NonpayCancelIdx) =
                       WS-Event-Policy
                   AND NC-Cancel-Date OF
                       NonpayCancelRecord(NonpayCancelIdx) =
                       CT-Cancel-Date OF CancelRecord(WS-Scan-Index)
                   MOVE 'Y' TO WS-Cancel-Is-Nonpay
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Cancel-Is-Nonpay = 'Y'
               ADD 1 TO MB-Cancel-Nonpay(WS-Bucket-Index)
           ELSE
               ADD 1 TO MB-Cancel-Company(WS-Bucket-Index)
           END-IF.

       Count-Claims.
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Claims-Register-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND CR-Row-Sequence = 1
                       PERFORM Count-One-Claim
                   END-IF
               END-PERFORM
               CLOSE Claims-Register-File
           END-IF.

       Count-One-Claim.
      *> Reported on the intake stamp; rows adjudicated before the
      *> stamp existed fall back to the date of loss.
           IF CR-Intake-Date NOT = SPACES
               MOVE CR-Intake-Date TO WS-Work-Date
           ELSE
               MOVE CR-Date-of-Loss TO WS-Work-Date
           END-IF
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Open-YYYYMMDD
           MOVE 0 TO WS-Close-YYYYMMDD
           IF CR-Claim-Status = "PAY" OR CR-Claim-Status = "REJECT"
               MOVE CR-Decision-Date TO WS-Work-Date
               PERFORM Convert-Work-Date
               MOVE WS-Work-YYYYMMDD TO WS-Close-YYYYMMDD
           END-IF
           IF WS-Open-YYYYMMDD(1:4) NOT = WS-Data-Year
               AND WS-Close-YYYYMMDD(1:4) NOT = WS-Data-Year
               EXIT PARAGRAPH
           END-IF

           MOVE CR-Policy-Number TO WS-Event-Policy
           PERFORM Read-Event-Policy
           MOVE CR-Policy-Type TO WS-Event-Type
           PERFORM Find-MCAS-Bucket
           IF WS-Bucket-Index = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-Open-YYYYMMDD(1:4) = WS-Data-Year
               ADD 1 TO MB-Claims-Opened(WS-Bucket-Index)
           END-IF
           IF WS-Close-YYYYMMDD(1:4) = WS-Data-Year
               IF CR-Claim-Status = "PAY"
                   AND CR-Net-Payment-Amount > 0
                   ADD 1 TO MB-Closed-With-Pay(WS-Bucket-Index)
               ELSE
                   ADD 1 TO MB-Closed-Without-Pay(WS-Bucket-Index)
               END-IF
               MOVE 0 TO WS-Days-To-Close
               IF WS-Open-YYYYMMDD > 0
                   AND WS-Close-YYYYMMDD >= WS-Open-YYYYMMDD
                   COMPUTE WS-Days-To-Close =
                       FUNCTION INTEGER-OF-DATE(WS-Close-YYYYMMDD) -
                       FUNCTION INTEGER-OF-DATE(WS-Open-YYYYMMDD)
               END-IF
               EVALUATE TRUE
                   WHEN WS-Days-To-Close <= 30
                       MOVE 1 TO WS-Band-Index
                   WHEN WS-Days-To-Close <= 60
                       MOVE 2 TO WS-Band-Index
                   WHEN WS-Days-To-Close <= 90
                       MOVE 3 TO WS-Band-Index
                   WHEN WS-Days-To-Close <= 180
                       MOVE 4 TO WS-Band-Index
                   WHEN WS-Days-To-Close <= 365
                       MOVE 5 TO WS-Band-Index
                   WHEN OTHER
                       MOVE 6 TO WS-Band-Index
               END-EVALUATE
               ADD 1 TO MB-Closed-Band (WS-Bucket-Index, WS-Band-Index)
           END-IF.

       Count-Suits.
           OPEN INPUT Litigation-File
           IF WS-Litigation-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Litigation-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       MOVE LT-Suit-Date TO WS-Work-Date
                       PERFORM Convert-Work-Date
                       IF WS-Work-Year = WS-Data-Year
                           MOVE LT-Policy-Number TO WS-Event-Policy
                           PERFORM Read-Event-Policy
                           PERFORM Find-MCAS-Bucket
                           IF WS-Bucket-Index > 0
                               ADD 1 TO
                                   MB-Suits-Opened(WS-Bucket-Index)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Litigation-File
           END-IF.

       Count-Complaints.
      *> The complaint log carries its own State-Code - the state
      *> whose department received it - which wins over the
      *> policy's. A complaint with no policy lands on the OTHR line.
           OPEN INPUT Complaint-File
           IF WS-Complaint-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Complaint-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       MOVE CX-Received-Date TO WS-Work-Date
                       PERFORM Convert-Work-Date
                       IF WS-Work-Year = WS-Data-Year
                           PERFORM Count-One-Complaint
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Complaint-File
           END-IF.

       Count-One-Complaint.
           MOVE SPACES TO WS-Event-State
           MOVE SPACES TO WS-Event-Type
           IF CX-Policy-Number NOT = SPACES
               MOVE CX-Policy-Number TO WS-Event-Policy
               PERFORM Read-Event-Policy
           ELSE
               MOVE CX-Complaint-Id TO WS-Event-Policy
           END-IF
           IF CX-State-Code NOT = SPACES
               MOVE CX-State-Code TO WS-Event-State
           END-IF
           PERFORM Find-MCAS-Bucket
           IF WS-Bucket-Index > 0
               ADD 1 TO MB-Complaints(WS-Bucket-Index)
               IF CX-Source = "DOI"
                   ADD 1 TO MB-DOI-Complaints(WS-Bucket-Index)
               END-IF
           END-IF.

       Read-Event-Policy.
      *> State and line for WS-Event-Policy off the master by key;
      *> blanks when the policy is no longer there.
           MOVE WS-Event-Policy TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status = "00"
               MOVE State-Code OF Policy-Master-Record TO
                   WS-Event-State
               MOVE Policy-Type OF Policy-Master-Record TO
                   WS-Event-Type
           ELSE
               MOVE SPACES TO WS-Event-State
               MOVE SPACES TO WS-Event-Type
           END-IF.

       Find-MCAS-Bucket.
      *> Bucket for WS-Event-State/WS-Event-Type, added in state/line
      *> order when new. No state means no filing to put it in - the
      *> event goes to the exceptions report and WS-Bucket-Index
      *> comes back zero.
           MOVE 0 TO WS-Bucket-Index
           IF WS-Event-State = SPACES
               MOVE "NO MCAS STATE" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Event-Policy, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-Event-Type
               WHEN "CAR_INSURANCE"
                   MOVE "PPA" TO WS-Event-Line
               WHEN "HOME_INSURANCE"
                   MOVE "HO" TO WS-Event-Line
               WHEN "LIFE_INSURANCE"
                   MOVE "LIFE" TO WS-Event-Line
               WHEN OTHER
                   MOVE "OTHR" TO WS-Event-Line
           END-EVALUATE

           PERFORM VARYING MCASBucketIdx FROM 1 BY 1
               UNTIL MCASBucketIdx > MCAS-Bucket-Count
               IF MB-State-Code(MCASBucketIdx) = WS-Event-State
                   AND MB-Line-Code(MCASBucketIdx) = WS-Event-Line
                   SET WS-Bucket-Index TO MCASBucketIdx
                   EXIT PERFORM
               END-IF
               IF MB-State-Code(MCASBucketIdx) > WS-Event-State
                   OR (MB-State-Code(MCASBucketIdx) = WS-Event-State
                       AND MB-Line-Code(MCASBucketIdx) >
                           WS-Event-Line)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Bucket-Index > 0
               EXIT PARAGRAPH
           END-IF
           IF MCAS-Bucket-Count NOT < 1000
               MOVE "MCAS TABLE FULL" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Event-Policy, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

      *> MCASBucketIdx stopped on the first bucket that sorts after
      *> the new one (or one past the end) - open a slot there.
           SET WS-Bucket-Index TO MCASBucketIdx
           ADD 1 TO MCAS-Bucket-Count
           PERFORM VARYING WS-Shift-Index FROM MCAS-Bucket-Count BY -1
               UNTIL WS-Shift-Index <= WS-Bucket-Index
               MOVE MCASBucketRecord(WS-Shift-Index - 1) TO
                   MCASBucketRecord(WS-Shift-Index)
           END-PERFORM
           MOVE WS-Event-State TO MN-State-Code
           MOVE WS-Event-Line TO MN-Line-Code
           MOVE ALL "0" TO MN-Counts
           MOVE MCASNewBucket TO MCASBucketRecord(WS-Bucket-Index).

       Write-MCAS-Extract.
           OPEN OUTPUT MCAS-Extract-File
           PERFORM VARYING WS-Bucket-Index FROM 1 BY 1
               UNTIL WS-Bucket-Index > MCAS-Bucket-Count
               MOVE WS-Data-Year TO MA-Data-Year
               MOVE MB-State-Code(WS-Bucket-Index) TO MA-State-Code
               MOVE MB-Line-Code(WS-Bucket-Index) TO MA-Line-Code
               MOVE MB-Counts(WS-Bucket-Index) TO MA-Counts
               WRITE MCAS-Extract-Record
               ADD 1 TO WS-Extract-Count
           END-PERFORM
           CLOSE MCAS-Extract-File.

       Write-MCAS-Report.
           OPEN OUTPUT MCAS-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "MARKET CONDUCT ANNUAL STATEMENT - DATA YEAR "
                   WS-Data-Year
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "ST LINE " " IN-FORCE" " NEW-BUS" "  NONREN"
                   " CXL-NPY" "  CXL-CO" " CLM-OPN" " CLS-PAY"
                   " CLS-NOP" "   SUITS" "   COMPL" " DOI-CMP"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "         CLOSED BY DAYS TO CLOSE:"
                   "    0-30   31-60   61-90  91-180 181-365"
                   " OVER365"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Bucket-Index FROM 1 BY 1
               UNTIL WS-Bucket-Index > MCAS-Bucket-Count
               PERFORM Write-One-Bucket
           END-PERFORM
           CLOSE MCAS-Report-File.

       Write-One-Bucket.
           MOVE MB-Policies-In-Force(WS-Bucket-Index) TO
               WS-Count-Disp-1
           MOVE MB-New-Business(WS-Bucket-Index) TO WS-Count-Disp-2
           MOVE MB-Nonrenewals(WS-Bucket-Index) TO WS-Count-Disp-3
           MOVE MB-Cancel-Nonpay(WS-Bucket-Index) TO WS-Count-Disp-4
           MOVE MB-Cancel-Company(WS-Bucket-Index) TO WS-Count-Disp-5
           MOVE MB-Claims-Opened(WS-Bucket-Index) TO WS-Count-Disp-6
           MOVE MB-Closed-With-Pay(WS-Bucket-Index) TO WS-Count-Disp-7
           MOVE MB-Closed-Without-Pay(WS-Bucket-Index) TO
               WS-Count-Disp-8
           MOVE MB-Suits-Opened(WS-Bucket-Index) TO WS-Count-Disp-9
           MOVE MB-Complaints(WS-Bucket-Index) TO WS-Count-Disp-10
           MOVE MB-DOI-Complaints(WS-Bucket-Index) TO WS-Count-Disp-11
           MOVE SPACES TO WS-Report-Line
           STRING MB-State-Code(WS-Bucket-Index) " "
                   MB-Line-Code(WS-Bucket-Index) " "
                   " " WS-Count-Disp-1 " " WS-Count-Disp-2
                   " " WS-Count-Disp-3 " " WS-Count-Disp-4
                   " " WS-Count-Disp-5 " " WS-Count-Disp-6
                   " " WS-Count-Disp-7 " " WS-Count-Disp-8
                   " " WS-Count-Disp-9 " " WS-Count-Disp-10
                   " " WS-Count-Disp-11
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE MB-Closed-Band (WS-Bucket-Index, 1) TO WS-Count-Disp-1
           MOVE MB-Closed-Band (WS-Bucket-Index, 2) TO WS-Count-Disp-2
           MOVE MB-Closed-Band (WS-Bucket-Index, 3) TO WS-Count-Disp-3
           MOVE MB-Closed-Band (WS-Bucket-Index, 4) TO WS-Count-Disp-4
           MOVE MB-Closed-Band (WS-Bucket-Index, 5) TO WS-Count-Disp-5
           MOVE MB-Closed-Band (WS-Bucket-Index, 6) TO WS-Count-Disp-6
           MOVE SPACES TO WS-Report-Line
           STRING "         CLOSED BY DAYS TO CLOSE:"
                   " " WS-Count-Disp-1 " " WS-Count-Disp-2
                   " " WS-Count-Disp-3 " " WS-Count-Disp-4
                   " " WS-Count-Disp-5 " " WS-Count-Disp-6
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
