       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductionReport.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Monthly written-premium production report - the numbers the
      *> executives ask for first every month, which were being
      *> pieced together by hand from a single night's Policy Summary
      *> totals. By Policy-Type, State-Code, and Agent-Code (read off
      *> the master per policy, blanks for an archived one) it shows
      *> new-business and renewal written premium and policy counts,
      *> cancellations and the premium they returned, and average
      *> written premium - for the month to date, the year to date,
      *> and the same two periods a year earlier, with the variance.
      *>
      *> Where each figure comes from:
      *>   Renewals     - one per POLICY.TERM.HISTORY row, dated the
      *>                  day the new term starts (the closing term's
      *>                  expiration date). The premium is the
      *>                  rating chain logged on
      *>                  POLICY.PREMIUM.HISTORY for that date; a
      *>                  renewal that kept its price logs no history
      *>                  row, so the closing term's premium stands.
      *>   New business - the NEW BUSINESS rows on
      *>                  POLICY.PREMIUM.HISTORY, one per policy and
      *>                  effective date with the last rating winning
      *>                  (the nightly cycle re-rates the whole book).
      *>                  A row dated on a renewal's new term is that
      *>                  renewal being re-rated, not new business.
      *>   Term premium - as on the state page exhibit: a NEW
      *>                  BUSINESS or RENEWAL row restarts the term,
      *>                  each MVR SURCHARGE / STATE TAX / BUNDLING
      *>                  DISCOUNT step carries the premium forward,
      *>                  and the STATE TAX lift comes back out.
      *>                  ENDORSEMENT, VEHICLE ENDORSEMENT and
      *>                  VEHICLE STORAGE rows are dated the day of
      *>                  the change and carry forward into the term
      *>                  in force on that day; a change to a term
      *>                  written before the prior-year year start
      *>                  stays with the period that term fell in.
      *>   Cancellations- the INSURED rows on POLICY.CANCEL, with the
      *>                  refund PolicyCancellation calculated as the
      *>                  return premium.
      *> An optional one-record PRODRPT.CONTROL card carries the
      *> as-of date (MM/DD/YYYY); with no card the report runs as of
      *> today. The month and year to date run through the as-of
      *> date, and the prior-year periods through the same day a
      *> year earlier, so the comparison is like for like.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Premium-History-File
               ASSIGN TO "POLICY.PREMIUM.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-History-Status.
           SELECT Term-History-File ASSIGN TO "POLICY.TERM.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Term-History-Status.
           SELECT Policy-Cancel-File ASSIGN TO "POLICY.CANCEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Cancel-Status.
           COPY POLMSSEL.
           SELECT PR-Control-File ASSIGN TO "PRODRPT.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-Control-Status.
           SELECT Production-Report-File ASSIGN TO "PRODUCTION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Production-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Premium-History-File.
           COPY PREMHIST.

       FD  Term-History-File.
           COPY TERMHIST.

       FD  Policy-Cancel-File.
           COPY POLCANC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  PR-Control-File.
       01  PR-Control-Record.
           05  PR-As-Of-Date          PIC X(10).

       FD  Production-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Premium-History-Status   PIC XX.
       01  WS-Term-History-Status      PIC XX.
       01  WS-Policy-Cancel-Status     PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-PR-Control-Status        PIC XX.
       01  WS-Production-Report-Status PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Matched-Index            PIC 9(8) COMP.
       01  WS-Bucket-Index             PIC 9(4) COMP.
       01  WS-Current-Date-Time.
           05  WS-Current-YYYYMMDD     PIC 9(8).
           05  FILLER                  PIC X(13).

      *> Period boundaries, all YYYYMMDD so one numeric compare
      *> places an event.
       01  WS-As-Of-YYYYMMDD           PIC 9(8) VALUE 0.
       01  WS-Month-Start-YYYYMMDD     PIC 9(8) VALUE 0.
       01  WS-Year-Start-YYYYMMDD      PIC 9(8) VALUE 0.
       01  WS-PY-As-Of-YYYYMMDD        PIC 9(8) VALUE 0.
       01  WS-PY-Month-Start-YYYYMMDD  PIC 9(8) VALUE 0.
       01  WS-PY-Year-Start-YYYYMMDD   PIC 9(8) VALUE 0.
       01  WS-As-Of-Disp               PIC X(10).

      *> The event being rolled into a bucket - its MM/DD/YYYY date,
      *> that date as YYYYMMDD, what kind of event it is, and the
      *> premium it carries.
       01  WS-Event-Date               PIC X(10).
       01  WS-Event-YYYYMMDD           PIC 9(8).
       01  WS-Event-In-Scope           PIC X.
       01  WS-Event-Kind               PIC X(2).
       01  WS-Event-Amount             PIC 9(9)V99.
       01  WS-Event-Policy             PIC X(10).
       01  WS-Period-Slot              PIC 9.
       01  WS-Prior-Slot               PIC 9.
       01  WS-Current-Slot             PIC 9.
       01  WS-Period-Label             PIC X(16).

       01  WS-Written-Count            PIC 9(8).
       01  WS-Written-Premium          PIC 9(11)V99.
       01  WS-Prior-Written-Count      PIC 9(8).
       01  WS-Prior-Written-Premium    PIC 9(11)V99.
       01  WS-Average-Premium          PIC 9(9)V99.
       01  WS-Prior-Average-Premium    PIC 9(9)V99.
       01  WS-Variance-Pct             PIC S9(5)V9.
       01  WS-NB-Count-Disp            PIC -ZZZZZ9.
       01  WS-RN-Count-Disp            PIC -ZZZZZ9.
       01  WS-CX-Count-Disp            PIC -ZZZZZ9.
       01  WS-NB-Premium-Disp          PIC -ZZZZZZZZZ9.99.
       01  WS-RN-Premium-Disp          PIC -ZZZZZZZZZ9.99.
       01  WS-CX-Return-Disp           PIC -ZZZZZZZZZ9.99.
       01  WS-Average-Disp             PIC -ZZZZZZZZ9.99.
       01  WS-Variance-Pct-Disp        PIC -ZZZZ9.9.
       01  WS-Signed-Count             PIC S9(8).
       01  WS-Signed-Amount            PIC S9(11)V99.

      *> Finding the term an endorsement row amends - the row's own
      *> date, each candidate term's start, and the latest start on
      *> or before the row so far.
       01  WS-Row-YYYYMMDD             PIC 9(8).
       01  WS-Term-Date                PIC X(10).
       01  WS-Term-YYYYMMDD            PIC 9(8).
       01  WS-Best-YYYYMMDD            PIC 9(8).
       01  WS-Matched-Kind             PIC X(2).

      *> Renewals in scope, one per closing term, and the premium the
      *> new term was written at once its history rows (if any) have
      *> been matched up, with the STATE TAX lift held aside.
       01  RenewalTable.
           05  Renewal-Count           PIC 9(8) COMP VALUE 0.
           05  RenewalRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Renewal-Count
                   INDEXED BY RenewalIdx.
               10  RW-Policy-Number        PIC X(10).
               10  RW-New-Effective-Date   PIC X(10).
               10  RW-Written-Premium      PIC 9(9)V99.
               10  RW-Tax-Lift             PIC S9(9)V99.

      *> New business in scope, one per policy and effective date.
       01  NewBusinessTable.
           05  New-Business-Count      PIC 9(8) COMP VALUE 0.
           05  NewBusinessRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON New-Business-Count
                   INDEXED BY NewBusinessIdx.
               10  NW-Policy-Number        PIC X(10).
               10  NW-Effective-Date       PIC X(10).
               10  NW-Written-Premium      PIC 9(9)V99.
               10  NW-Tax-Lift             PIC S9(9)V99.

      *> Production buckets by type/state/agent. Slot 1 is the whole
      *> book, printed last as the report total. Each bucket carries
      *> four periods: 1 month to date, 2 year to date, 3 prior-year
      *> month to date, 4 prior-year year to date.
       01  ProductionTable.
           05  Production-Count        PIC 9(4) COMP VALUE 0.
           05  ProductionRecord OCCURS 1 TO 5000 TIMES
                   DEPENDING ON Production-Count
                   INDEXED BY ProductionIdx.
               10  WP-Policy-Type      PIC X(15).
               10  WP-State-Code       PIC X(2).
               10  WP-Agent-Code       PIC X(8).
               10  WP-Period OCCURS 4 TIMES.
                   15  WP-NB-Count         PIC 9(7).
                   15  WP-NB-Premium       PIC 9(11)V99.
                   15  WP-RN-Count         PIC 9(7).
                   15  WP-RN-Premium       PIC 9(11)V99.
                   15  WP-CX-Count         PIC 9(7).
                   15  WP-CX-Return        PIC 9(11)V99.

       PROCEDURE DIVISION.
       Begin-Production-Report.
           DISPLAY "Starting written-premium production report..."
           PERFORM Load-Report-Period
           MOVE 1 TO Production-Count
           INITIALIZE ProductionRecord(1)
           MOVE "ALL TYPES" TO WP-Policy-Type OF ProductionRecord(1)

           PERFORM Load-Renewals
           PERFORM Load-Premium-History

           OPEN INPUT POLICY-MASTER-FILE
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > New-Business-Count
               MOVE NW-Policy-Number OF
                   NewBusinessRecord(WS-Scan-Index) TO WS-Event-Policy
               MOVE NW-Effective-Date OF
                   NewBusinessRecord(WS-Scan-Index) TO WS-Event-Date
               MOVE 0 TO WS-Event-Amount
               IF NW-Written-Premium OF NewBusinessRecord(WS-Scan-Index)
                   > NW-Tax-Lift OF NewBusinessRecord(WS-Scan-Index)
                   COMPUTE WS-Event-Amount =
                       NW-Written-Premium OF
                           NewBusinessRecord(WS-Scan-Index)
                       - NW-Tax-Lift OF
                           NewBusinessRecord(WS-Scan-Index)
               END-IF
               MOVE "NB" TO WS-Event-Kind
               PERFORM Roll-Event-Into-Buckets
           END-PERFORM
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Renewal-Count
               MOVE RW-Policy-Number OF RenewalRecord(WS-Scan-Index)
                   TO WS-Event-Policy
               MOVE RW-New-Effective-Date OF
                   RenewalRecord(WS-Scan-Index) TO WS-Event-Date
               MOVE 0 TO WS-Event-Amount
               IF RW-Written-Premium OF RenewalRecord(WS-Scan-Index)
                   > RW-Tax-Lift OF RenewalRecord(WS-Scan-Index)
                   COMPUTE WS-Event-Amount =
                       RW-Written-Premium OF
                           RenewalRecord(WS-Scan-Index)
                       - RW-Tax-Lift OF RenewalRecord(WS-Scan-Index)
               END-IF
               MOVE "RN" TO WS-Event-Kind
               PERFORM Roll-Event-Into-Buckets
           END-PERFORM
           PERFORM Roll-Cancellations
           CLOSE POLICY-MASTER-FILE

           PERFORM Write-Production-Report
           DISPLAY "Production report complete."
           STOP RUN.

       Load-Report-Period.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-YYYYMMDD TO WS-As-Of-YYYYMMDD
           OPEN INPUT PR-Control-File
           IF WS-PR-Control-Status = "00"
               READ PR-Control-File
                   AT END MOVE SPACES TO PR-As-Of-Date
               END-READ
               IF PR-As-Of-Date NOT = SPACES
                   MOVE PR-As-Of-Date TO WS-Event-Date
                   PERFORM Convert-Event-Date
                   IF WS-Event-YYYYMMDD > 0
                       MOVE WS-Event-YYYYMMDD TO WS-As-Of-YYYYMMDD
                   END-IF
               END-IF
               CLOSE PR-Control-File
           END-IF
           MOVE SPACES TO WS-As-Of-Disp
           STRING WS-As-Of-YYYYMMDD(5:2) "/" WS-As-Of-YYYYMMDD(7:2)
                   "/" WS-As-Of-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO WS-As-Of-Disp

           MOVE WS-As-Of-YYYYMMDD TO WS-Month-Start-YYYYMMDD
           MOVE "01" TO WS-Month-Start-YYYYMMDD(7:2)
           MOVE WS-As-Of-YYYYMMDD TO WS-Year-Start-YYYYMMDD
           MOVE "0101" TO WS-Year-Start-YYYYMMDD(5:4)
           COMPUTE WS-PY-As-Of-YYYYMMDD = WS-As-Of-YYYYMMDD - 10000
           COMPUTE WS-PY-Month-Start-YYYYMMDD =
               WS-Month-Start-YYYYMMDD - 10000
           COMPUTE WS-PY-Year-Start-YYYYMMDD =
               WS-Year-Start-YYYYMMDD - 10000.

       Convert-Event-Date.
      *> MM/DD/YYYY to YYYYMMDD; anything unreadable comes back zero
      *> and so falls outside every period.
           MOVE 0 TO WS-Event-YYYYMMDD
           IF WS-Event-Date(1:2) IS NUMERIC
               AND WS-Event-Date(4:2) IS NUMERIC
               AND WS-Event-Date(7:4) IS NUMERIC
               MOVE WS-Event-Date(7:4) TO WS-Event-YYYYMMDD(1:4)
               MOVE WS-Event-Date(1:2) TO WS-Event-YYYYMMDD(5:2)
               MOVE WS-Event-Date(4:2) TO WS-Event-YYYYMMDD(7:2)
           END-IF
           MOVE 'N' TO WS-Event-In-Scope
           IF (WS-Event-YYYYMMDD >= WS-Year-Start-YYYYMMDD
                   AND WS-Event-YYYYMMDD <= WS-As-Of-YYYYMMDD)
               OR (WS-Event-YYYYMMDD >= WS-PY-Year-Start-YYYYMMDD
                   AND WS-Event-YYYYMMDD <= WS-PY-As-Of-YYYYMMDD)
               MOVE 'Y' TO WS-Event-In-Scope
           END-IF.

       Load-Renewals.
      *> Each closing term is a renewal written on the day its
      *> successor starts. The closing term's premium stands in until
      *> a RENEWAL history row says otherwise.
           OPEN INPUT Term-History-File
           IF WS-Term-History-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Term-History-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       MOVE TH-Expiration-Date TO WS-Event-Date
                       PERFORM Convert-Event-Date
                       IF WS-Event-In-Scope = 'Y'
                           AND Renewal-Count < 100000
                           ADD 1 TO Renewal-Count
                           MOVE TH-Policy-Number TO RW-Policy-Number
                               OF RenewalRecord(Renewal-Count)
                           MOVE TH-Expiration-Date TO
                               RW-New-Effective-Date OF
                                   RenewalRecord(Renewal-Count)
                           MOVE TH-Policy-Premium TO
                               RW-Written-Premium OF
                                   RenewalRecord(Renewal-Count)
                           MOVE 0 TO RW-Tax-Lift OF
                               RenewalRecord(Renewal-Count)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Term-History-File
           END-IF.

       Load-Premium-History.
      *> INFLATION GUARD rows move coverage amounts, not premium.
           OPEN INPUT Premium-History-File
           IF WS-Premium-History-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Premium-History-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PH-Reason NOT = "INFLATION GUARD"
                       MOVE PH-Effective-Date TO WS-Event-Date
                       PERFORM Convert-Event-Date
                       IF WS-Event-In-Scope = 'Y'
                           PERFORM Apply-Premium-History-Row
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Premium-History-File
           END-IF.

       Apply-Premium-History-Row.
      *> Later rows win - the file is in the order the changes were
      *> made, so the last row for a policy and date is the premium
      *> that stuck.
           IF PH-Reason = "ENDORSEMENT"
               OR PH-Reason = "VEHICLE ENDORSEMENT"
               OR PH-Reason = "VEHICLE STORAGE"
               PERFORM Apply-Endorsement-Row
               EXIT PARAGRAPH
           END-IF
           IF PH-Reason NOT = "NEW BUSINESS"
               AND PH-Reason NOT = "RENEWAL"
               AND PH-Reason NOT = "MVR SURCHARGE"
               AND PH-Reason NOT = "STATE TAX"
               AND PH-Reason NOT = "BUNDLING DISCOUNT"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING RenewalIdx FROM 1 BY 1
               UNTIL RenewalIdx > Renewal-Count
               IF RW-Policy-Number OF RenewalRecord(RenewalIdx) =
                       PH-Policy-Number
                   AND RW-New-Effective-Date OF
                       RenewalRecord(RenewalIdx) = PH-Effective-Date
                   SET WS-Matched-Index TO RenewalIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index > 0
               EVALUATE PH-Reason
                   WHEN "NEW BUSINESS"
                   WHEN "RENEWAL"
                       MOVE 0 TO RW-Tax-Lift OF
                           RenewalRecord(WS-Matched-Index)
                   WHEN "STATE TAX"
                       COMPUTE RW-Tax-Lift OF
                               RenewalRecord(WS-Matched-Index) =
                           PH-New-Premium - PH-Old-Premium
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE PH-New-Premium TO RW-Written-Premium OF
                   RenewalRecord(WS-Matched-Index)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING NewBusinessIdx FROM 1 BY 1
               UNTIL NewBusinessIdx > New-Business-Count
               IF NW-Policy-Number OF
                       NewBusinessRecord(NewBusinessIdx) =
                       PH-Policy-Number
                   AND NW-Effective-Date OF
                       NewBusinessRecord(NewBusinessIdx) =
                       PH-Effective-Date
                   SET WS-Matched-Index TO NewBusinessIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *> Only a NEW BUSINESS row opens a term; a later step with no
      *> term to carry into belongs to a policy outside the report.
           IF WS-Matched-Index = 0
               IF PH-Reason = "NEW BUSINESS"
                   AND New-Business-Count < 100000
                   ADD 1 TO New-Business-Count
                   MOVE New-Business-Count TO WS-Matched-Index
                   MOVE PH-Policy-Number TO NW-Policy-Number OF
                       NewBusinessRecord(WS-Matched-Index)
                   MOVE PH-Effective-Date TO NW-Effective-Date OF
                       NewBusinessRecord(WS-Matched-Index)
                   MOVE 0 TO NW-Tax-Lift OF
                       NewBusinessRecord(WS-Matched-Index)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE PH-Reason
               WHEN "NEW BUSINESS"
               WHEN "RENEWAL"
                   MOVE 0 TO NW-Tax-Lift OF
                       NewBusinessRecord(WS-Matched-Index)
               WHEN "STATE TAX"
                   COMPUTE NW-Tax-Lift OF
                           NewBusinessRecord(WS-Matched-Index) =
                       PH-New-Premium - PH-Old-Premium
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE PH-New-Premium TO NW-Written-Premium OF
               NewBusinessRecord(WS-Matched-Index).

       Apply-Endorsement-Row.
      *> The row's new premium carries into the policy's term in
      *> force on the day of the change - the latest renewal or new
      *> business start on or before it. The term's STATE TAX lift
      *> stays as it was.
           MOVE WS-Event-YYYYMMDD TO WS-Row-YYYYMMDD
           MOVE 0 TO WS-Best-YYYYMMDD
           MOVE 0 TO WS-Matched-Index
           MOVE SPACES TO WS-Matched-Kind
           PERFORM VARYING RenewalIdx FROM 1 BY 1
               UNTIL RenewalIdx > Renewal-Count
               IF RW-Policy-Number OF RenewalRecord(RenewalIdx) =
                       PH-Policy-Number
                   MOVE RW-New-Effective-Date OF
                       RenewalRecord(RenewalIdx) TO WS-Term-Date
                   PERFORM Convert-Term-Date
                   IF WS-Term-YYYYMMDD > WS-Best-YYYYMMDD
                       AND WS-Term-YYYYMMDD <= WS-Row-YYYYMMDD
                       MOVE WS-Term-YYYYMMDD TO WS-Best-YYYYMMDD
                       SET WS-Matched-Index TO RenewalIdx
                       MOVE "RN" TO WS-Matched-Kind
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING NewBusinessIdx FROM 1 BY 1
               UNTIL NewBusinessIdx > New-Business-Count
               IF NW-Policy-Number OF
                       NewBusinessRecord(NewBusinessIdx) =
                       PH-Policy-Number
                   MOVE NW-Effective-Date OF
                       NewBusinessRecord(NewBusinessIdx) TO
                       WS-Term-Date
                   PERFORM Convert-Term-Date
                   IF WS-Term-YYYYMMDD > WS-Best-YYYYMMDD
                       AND WS-Term-YYYYMMDD <= WS-Row-YYYYMMDD
                       MOVE WS-Term-YYYYMMDD TO WS-Best-YYYYMMDD
                       SET WS-Matched-Index TO NewBusinessIdx
                       MOVE "NB" TO WS-Matched-Kind
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE WS-Matched-Kind
               WHEN "RN"
                   MOVE PH-New-Premium TO RW-Written-Premium OF
                       RenewalRecord(WS-Matched-Index)
               WHEN "NB"
                   MOVE PH-New-Premium TO NW-Written-Premium OF
                       NewBusinessRecord(WS-Matched-Index)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Convert-Term-Date.
           MOVE 0 TO WS-Term-YYYYMMDD
           IF WS-Term-Date(1:2) IS NUMERIC
               AND WS-Term-Date(4:2) IS NUMERIC
               AND WS-Term-Date(7:4) IS NUMERIC
               MOVE WS-Term-Date(7:4) TO WS-Term-YYYYMMDD(1:4)
               MOVE WS-Term-Date(1:2) TO WS-Term-YYYYMMDD(5:2)
               MOVE WS-Term-Date(4:2) TO WS-Term-YYYYMMDD(7:2)
           END-IF.

       Roll-Cancellations.
      *> Only the INSURED row carries the money - the lienholder rows
      *> are notice copies of the same cancellation.
           OPEN INPUT Policy-Cancel-File
           IF WS-Policy-Cancel-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Policy-Cancel-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PC-Recipient-Type = "INSURED"
                       MOVE PC-Policy-Number TO WS-Event-Policy
                       MOVE PC-Cancellation-Date TO WS-Event-Date
                       MOVE PC-Refund-Amount TO WS-Event-Amount
                       MOVE "CX" TO WS-Event-Kind
                       PERFORM Roll-Event-Into-Buckets
                   END-IF
               END-PERFORM
               CLOSE Policy-Cancel-File
           END-IF.

       Roll-Event-Into-Buckets.
      *> Type/state/agent come off the master when it still exists;
      *> an archived policy rolls into a bucket of blanks rather than
      *> dropping out of the totals.
           PERFORM Convert-Event-Date
           IF WS-Event-In-Scope = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Event-Policy TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status NOT = "00"
               MOVE SPACES TO Policy-Type OF Policy-Master-Record
               MOVE SPACES TO State-Code OF Policy-Master-Record
               MOVE SPACES TO Agent-Code OF Policy-Master-Record
           END-IF

           MOVE 0 TO WS-Bucket-Index
           PERFORM VARYING ProductionIdx FROM 2 BY 1
               UNTIL ProductionIdx > Production-Count
               IF WP-Policy-Type OF ProductionRecord(ProductionIdx) =
                       Policy-Type OF Policy-Master-Record
                   AND WP-State-Code OF
                       ProductionRecord(ProductionIdx) =
                           State-Code OF Policy-Master-Record
                   AND WP-Agent-Code OF
                       ProductionRecord(ProductionIdx) =
                           Agent-Code OF Policy-Master-Record
                   SET WS-Bucket-Index TO ProductionIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Bucket-Index = 0
               AND Production-Count < 5000
               ADD 1 TO Production-Count
               MOVE Production-Count TO WS-Bucket-Index
               INITIALIZE ProductionRecord(WS-Bucket-Index)
               MOVE Policy-Type OF Policy-Master-Record TO
                   WP-Policy-Type OF ProductionRecord(WS-Bucket-Index)
               MOVE State-Code OF Policy-Master-Record TO
                   WP-State-Code OF ProductionRecord(WS-Bucket-Index)
               MOVE Agent-Code OF Policy-Master-Record TO
                   WP-Agent-Code OF ProductionRecord(WS-Bucket-Index)
           END-IF
           IF WS-Bucket-Index > 0
               PERFORM Add-Event-To-Bucket
           END-IF
           MOVE 1 TO WS-Bucket-Index
           PERFORM Add-Event-To-Bucket.

       Add-Event-To-Bucket.
           IF WS-Event-YYYYMMDD >= WS-Month-Start-YYYYMMDD
               AND WS-Event-YYYYMMDD <= WS-As-Of-YYYYMMDD
               MOVE 1 TO WS-Period-Slot
               PERFORM Add-Event-To-Period
           END-IF
           IF WS-Event-YYYYMMDD >= WS-Year-Start-YYYYMMDD
               AND WS-Event-YYYYMMDD <= WS-As-Of-YYYYMMDD
               MOVE 2 TO WS-Period-Slot
               PERFORM Add-Event-To-Period
           END-IF
           IF WS-Event-YYYYMMDD >= WS-PY-Month-Start-YYYYMMDD
               AND WS-Event-YYYYMMDD <= WS-PY-As-Of-YYYYMMDD
               MOVE 3 TO WS-Period-Slot
               PERFORM Add-Event-To-Period
           END-IF
           IF WS-Event-YYYYMMDD >= WS-PY-Year-Start-YYYYMMDD
               AND WS-Event-YYYYMMDD <= WS-PY-As-Of-YYYYMMDD
               MOVE 4 TO WS-Period-Slot
               PERFORM Add-Event-To-Period
           END-IF.

       Add-Event-To-Period.
           EVALUATE WS-Event-Kind
               WHEN "NB"
                   ADD 1 TO WP-NB-Count OF
                       ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
                   ADD WS-Event-Amount TO WP-NB-Premium OF
                       ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               WHEN "RN"
                   ADD 1 TO WP-RN-Count OF
                       ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
                   ADD WS-Event-Amount TO WP-RN-Premium OF
                       ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               WHEN "CX"
                   ADD 1 TO WP-CX-Count OF
                       ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
                   ADD WS-Event-Amount TO WP-CX-Return OF
                       ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
           END-EVALUATE.

       Write-Production-Report.
           OPEN OUTPUT Production-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "WRITTEN PREMIUM PRODUCTION REPORT AS OF "
                   WS-As-Of-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "PERIOD           " " NB-CNT" "     NB-PREMIUM"
                   "  RN-CNT" "     RN-PREMIUM" " CXL-CNT"
                   "    RETURN-PREM" "   AVG-PREMIUM" "     VAR%"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Bucket-Index FROM 2 BY 1
               UNTIL WS-Bucket-Index > Production-Count
               PERFORM Write-One-Bucket
           END-PERFORM
           MOVE 1 TO WS-Bucket-Index
           PERFORM Write-One-Bucket
           CLOSE Production-Report-File.

       Write-One-Bucket.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           IF WS-Bucket-Index = 1
               MOVE "TOTAL - ALL TYPES, STATES, AND AGENTS" TO
                   WS-Report-Line
           ELSE
               STRING "TYPE " WP-Policy-Type OF
                       ProductionRecord(WS-Bucket-Index)
                       "  STATE " WP-State-Code OF
                       ProductionRecord(WS-Bucket-Index)
                       "  AGENT " WP-Agent-Code OF
                       ProductionRecord(WS-Bucket-Index)
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line

           MOVE 1 TO WS-Period-Slot
           MOVE "MONTH TO DATE" TO WS-Period-Label
           PERFORM Write-Period-Line
           MOVE 3 TO WS-Period-Slot
           MOVE "  PRIOR YEAR" TO WS-Period-Label
           PERFORM Write-Period-Line
           MOVE 1 TO WS-Period-Slot
           MOVE 3 TO WS-Prior-Slot
           PERFORM Write-Variance-Line
           MOVE 2 TO WS-Period-Slot
           MOVE "YEAR TO DATE" TO WS-Period-Label
           PERFORM Write-Period-Line
           MOVE 4 TO WS-Period-Slot
           MOVE "  PRIOR YEAR" TO WS-Period-Label
           PERFORM Write-Period-Line
           MOVE 2 TO WS-Period-Slot
           MOVE 4 TO WS-Prior-Slot
           PERFORM Write-Variance-Line.

       Write-Period-Line.
           MOVE WP-NB-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               TO WS-NB-Count-Disp
           MOVE WP-NB-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               TO WS-NB-Premium-Disp
           MOVE WP-RN-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               TO WS-RN-Count-Disp
           MOVE WP-RN-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               TO WS-RN-Premium-Disp
           MOVE WP-CX-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               TO WS-CX-Count-Disp
           MOVE WP-CX-Return OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
               TO WS-CX-Return-Disp
           PERFORM Compute-Written-Totals
           MOVE WS-Average-Premium TO WS-Average-Disp
           MOVE SPACES TO WS-Report-Line
           STRING WS-Period-Label WS-NB-Count-Disp " "
                   WS-NB-Premium-Disp " " WS-RN-Count-Disp " "
                   WS-RN-Premium-Disp " " WS-CX-Count-Disp " "
                   WS-CX-Return-Disp " " WS-Average-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Compute-Written-Totals.
      *> Written premium and policies for the slot in
      *> WS-Period-Slot - new business plus renewals - and the
      *> average premium per written policy.
           COMPUTE WS-Written-Count =
               WP-NB-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) +
               WP-RN-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
           COMPUTE WS-Written-Premium =
               WP-NB-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) +
               WP-RN-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot)
           MOVE 0 TO WS-Average-Premium
           IF WS-Written-Count > 0
               COMPUTE WS-Average-Premium ROUNDED =
                   WS-Written-Premium / WS-Written-Count
           END-IF.

       Write-Variance-Line.
      *> Current period less the same period a year earlier. VAR% is
      *> the change in total written premium; blank when there was
      *> nothing written a year ago to compare against.
           MOVE WS-Period-Slot TO WS-Current-Slot
           MOVE WS-Prior-Slot TO WS-Period-Slot
           PERFORM Compute-Written-Totals
           MOVE WS-Written-Count TO WS-Prior-Written-Count
           MOVE WS-Written-Premium TO WS-Prior-Written-Premium
           MOVE WS-Average-Premium TO WS-Prior-Average-Premium
           MOVE WS-Current-Slot TO WS-Period-Slot
           PERFORM Compute-Written-Totals

           COMPUTE WS-Signed-Count =
               WP-NB-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) -
               WP-NB-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Prior-Slot)
           MOVE WS-Signed-Count TO WS-NB-Count-Disp
           COMPUTE WS-Signed-Amount =
               WP-NB-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) -
               WP-NB-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Prior-Slot)
           MOVE WS-Signed-Amount TO WS-NB-Premium-Disp
           COMPUTE WS-Signed-Count =
               WP-RN-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) -
               WP-RN-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Prior-Slot)
           MOVE WS-Signed-Count TO WS-RN-Count-Disp
           COMPUTE WS-Signed-Amount =
               WP-RN-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) -
               WP-RN-Premium OF ProductionRecord
                       (WS-Bucket-Index, WS-Prior-Slot)
           MOVE WS-Signed-Amount TO WS-RN-Premium-Disp
           COMPUTE WS-Signed-Count =
               WP-CX-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) -
               WP-CX-Count OF ProductionRecord
                       (WS-Bucket-Index, WS-Prior-Slot)
           MOVE WS-Signed-Count TO WS-CX-Count-Disp
           COMPUTE WS-Signed-Amount =
               WP-CX-Return OF ProductionRecord
                       (WS-Bucket-Index, WS-Period-Slot) -
               WP-CX-Return OF ProductionRecord
                       (WS-Bucket-Index, WS-Prior-Slot)
           MOVE WS-Signed-Amount TO WS-CX-Return-Disp
           COMPUTE WS-Signed-Amount =
               WS-Average-Premium - WS-Prior-Average-Premium
           MOVE WS-Signed-Amount TO WS-Average-Disp

           MOVE SPACES TO WS-Report-Line
           STRING "  VARIANCE      " WS-NB-Count-Disp " "
                   WS-NB-Premium-Disp " " WS-RN-Count-Disp " "
                   WS-RN-Premium-Disp " " WS-CX-Count-Disp " "
                   WS-CX-Return-Disp " " WS-Average-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           IF WS-Prior-Written-Premium > 0
               COMPUTE WS-Variance-Pct ROUNDED =
                   (WS-Written-Premium - WS-Prior-Written-Premium)
                       * 100 / WS-Prior-Written-Premium
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-Variance-Pct
               END-COMPUTE
               MOVE WS-Variance-Pct TO WS-Variance-Pct-Disp
               MOVE WS-Variance-Pct-Disp TO WS-Report-Line(100:8)
           END-IF
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
