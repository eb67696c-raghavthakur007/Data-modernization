       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimQASample.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Monthly claims quality-assurance sample. Claims management
      *> used to audit a handful of hand-picked closed files a
      *> quarter; this run draws a stratified random sample of every
      *> claim closed in the month - the adjudication row (sequence
      *> 001) on CLAIMS.REGISTER decided PAY or REJECT with its
      *> decision date in the period - and appends each drawn claim
      *> to CLMQA.REVIEW, OPEN, for the reviewers.
      *> Strata are adjuster x Policy-Type x paid band, the band cut
      *> from the adjudication row's net payment:
      *>   ZERO   - nothing paid (a REJECT, or a PAY that netted out);
      *>   SMALL  - under 5,000.00;
      *>   MEDIUM - under the large-loss line;
      *>   LARGE  - at or over the large-loss line.
      *> Every claim is drawn at the sample percentage, and large or
      *> fast-tracked claims at that percentage times the oversample
      *> factor (capped at every file). A stratum the draw left empty
      *> still gets one file picked at random from it, so no adjuster
      *> or line goes a month unreviewed.
      *> An optional one-record CLMQA.CONTROL card carries the period
      *> (YYYYMM - default the month just ended), the sample
      *> percentage (default 5), the large-loss line (default
      *> 25,000.00), and the oversample factor (default 3). A period
      *> already on CLMQA.REVIEW is not drawn a second time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLMREGSEL.
           SELECT QA-Control-File ASSIGN TO "CLMQA.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-Control-Status.
           SELECT QA-Review-File ASSIGN TO "CLMQA.REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-Review-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  QA-Control-File.
       01  QA-Control-Record.
           05  QC-Period              PIC X(6).
           05  QC-Sample-Percent      PIC 9(3).
           05  QC-Large-Paid          PIC 9(9)V99.
           05  QC-Oversample-Factor   PIC 9(2).

       FD  QA-Review-File.
           COPY CLMQAREV.

       WORKING-STORAGE SECTION.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-QA-Control-Status        PIC XX.
       01  WS-QA-Review-Status         PIC XX.
       01  WS-End-Of-File              PIC X.
       01  WS-Period-Sampled           PIC X VALUE 'N'.
       01  WS-Claim-Index              PIC 9(8) COMP.
       01  WS-Stratum-Index            PIC 9(8) COMP.
       01  WS-Pick-Ordinal             PIC 9(8) COMP.
       01  WS-Member-Ordinal           PIC 9(8) COMP.
       01  WS-Drawn-Count              PIC 9(8) COMP VALUE 0.
       01  WS-Skipped-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Sample-Percent           PIC 9(3) VALUE 5.
       01  WS-Large-Paid               PIC 9(9)V99 VALUE 25000.00.
       01  WS-Small-Paid               PIC 9(9)V99 VALUE 5000.00.
       01  WS-Oversample-Factor        PIC 9(2) VALUE 3.
       01  WS-Draw-Rate                PIC 9V9(6).
       01  WS-Random-Seed              PIC 9(8).
       01  WS-Random-Value             PIC 9V9(8).
       01  WS-Paid-Band                PIC X(8).
       01  WS-Sample-Period.
           05  WS-Sample-Year    PIC 9(4).
           05  WS-Sample-Month   PIC 9(2).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).

      *> The period's closed claims, each tied to its stratum.
       01  ClosedClaims.
           05  Closed-Claim-Count      PIC 9(8) COMP.
           05  ClosedClaimRecord OCCURS 1 TO 50000 TIMES
                   DEPENDING ON Closed-Claim-Count
                   INDEXED BY ClosedClaimIdx.
               10  CQ-Claim-Number     PIC X(10).
               10  CQ-Adjuster-Id      PIC X(8).
               10  CQ-Policy-Type      PIC X(15).
               10  CQ-Paid-Band        PIC X(8).
               10  CQ-Net-Paid         PIC 9(9)V99.
               10  CQ-Claim-Status     PIC X(10).
               10  CQ-Fast-Track-Flag  PIC X.
               10  CQ-Stratum          PIC 9(8) COMP.
               10  CQ-Sample-Reason    PIC X(10).

      *> Adjuster x Policy-Type x paid band, with how many of the
      *> period's claims fell in each and how many were drawn.
       01  SampleStrata.
           05  Stratum-Count           PIC 9(8) COMP.
           05  StratumRecord OCCURS 1 TO 5000 TIMES
                   DEPENDING ON Stratum-Count
                   INDEXED BY StratumIdx.
               10  SS-Adjuster-Id      PIC X(8).
               10  SS-Policy-Type      PIC X(15).
               10  SS-Paid-Band        PIC X(8).
               10  SS-Claim-Count      PIC 9(8) COMP.
               10  SS-Drawn-Count      PIC 9(8) COMP.

       PROCEDURE DIVISION.
       Begin-QA-Sample.
           DISPLAY "Starting claims QA sample run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Random-Seed
           COMPUTE WS-Random-Value = FUNCTION RANDOM(WS-Random-Seed)

           PERFORM Load-Sample-Control
           PERFORM Check-Period-Sampled
           IF WS-Period-Sampled = 'Y'
               DISPLAY "ClaimQASample: period " WS-Sample-Period
                   " already sampled - nothing drawn"
               STOP RUN
           END-IF

           MOVE 0 TO Closed-Claim-Count
           MOVE 0 TO Stratum-Count
           PERFORM Load-Closed-Claims
           IF Closed-Claim-Count = 0
               DISPLAY "ClaimQASample: no claims closed in "
                   WS-Sample-Period
               STOP RUN
           END-IF

           PERFORM VARYING WS-Claim-Index FROM 1 BY 1
               UNTIL WS-Claim-Index > Closed-Claim-Count
               PERFORM Draw-One-Claim
           END-PERFORM
           PERFORM VARYING WS-Stratum-Index FROM 1 BY 1
               UNTIL WS-Stratum-Index > Stratum-Count
               IF SS-Drawn-Count(WS-Stratum-Index) = 0
                   PERFORM Draw-Stratum-Minimum
               END-IF
           END-PERFORM

           PERFORM Write-Review-Records
           DISPLAY "Claims QA sample complete - period "
               WS-Sample-Period ": " Closed-Claim-Count
               " closed, " Stratum-Count " strata, " WS-Drawn-Count
               " drawn."
           IF WS-Skipped-Count > 0
               DISPLAY "ClaimQASample: " WS-Skipped-Count
                   " closed claims beyond the table not sampled"
           END-IF
           STOP RUN.

       Load-Sample-Control.
      *> Default period is the month just ended - the run is
      *> scheduled early in the following month.
           MOVE WS-Current-Year TO WS-Sample-Year
           MOVE WS-Current-Month TO WS-Sample-Month
           IF WS-Sample-Month = 1
               MOVE 12 TO WS-Sample-Month
               SUBTRACT 1 FROM WS-Sample-Year
           ELSE
               SUBTRACT 1 FROM WS-Sample-Month
           END-IF
           OPEN INPUT QA-Control-File
           IF WS-QA-Control-Status = "00"
               READ QA-Control-File
                   AT END CONTINUE
               END-READ
               IF WS-QA-Control-Status = "00"
                   IF QC-Period IS NUMERIC
                       MOVE QC-Period TO WS-Sample-Period
                   END-IF
                   IF QC-Sample-Percent IS NUMERIC
                       AND QC-Sample-Percent > 0
                       AND QC-Sample-Percent NOT > 100
                       MOVE QC-Sample-Percent TO WS-Sample-Percent
                   END-IF
                   IF QC-Large-Paid IS NUMERIC
                       AND QC-Large-Paid > 0
                       MOVE QC-Large-Paid TO WS-Large-Paid
                   END-IF
                   IF QC-Oversample-Factor IS NUMERIC
                       AND QC-Oversample-Factor > 0
                       MOVE QC-Oversample-Factor TO
                           WS-Oversample-Factor
                   END-IF
               END-IF
               CLOSE QA-Control-File
           END-IF
      *> A large-loss line under the small band would leave MEDIUM
      *> empty and SMALL overlapping LARGE - the line wins.
           IF WS-Large-Paid < WS-Small-Paid
               MOVE WS-Large-Paid TO WS-Small-Paid
           END-IF.

       Check-Period-Sampled.
           OPEN INPUT QA-Review-File
           IF WS-QA-Review-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ QA-Review-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND QV-Review-Period = WS-Sample-Period
                   MOVE 'Y' TO WS-Period-Sampled
                   MOVE 'Y' TO WS-End-Of-File
               END-IF
           END-PERFORM
           CLOSE QA-Review-File.

       Load-Closed-Claims.
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status NOT = "00"
               DISPLAY "ClaimQASample: no CLAIMS.REGISTER"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND CR-Row-Sequence = 1
                   AND (CR-Claim-Status = "PAY"
                       OR CR-Claim-Status = "REJECT")
                   AND CR-Decision-Date(7:4) = WS-Sample-Year
                   AND CR-Decision-Date(1:2) = WS-Sample-Month
                   PERFORM Note-Closed-Claim
               END-IF
           END-PERFORM
           CLOSE Claims-Register-File.

       Note-Closed-Claim.
           IF Closed-Claim-Count >= 50000
               ADD 1 TO WS-Skipped-Count
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CR-Net-Payment-Amount = 0
                   MOVE "ZERO" TO WS-Paid-Band
               WHEN CR-Net-Payment-Amount < WS-Small-Paid
                   MOVE "SMALL" TO WS-Paid-Band
               WHEN CR-Net-Payment-Amount < WS-Large-Paid
                   MOVE "MEDIUM" TO WS-Paid-Band
               WHEN OTHER
                   MOVE "LARGE" TO WS-Paid-Band
           END-EVALUATE

           MOVE 0 TO WS-Stratum-Index
           PERFORM VARYING StratumIdx FROM 1 BY 1
               UNTIL StratumIdx > Stratum-Count
                   OR WS-Stratum-Index NOT = 0
               IF SS-Adjuster-Id(StratumIdx) = CR-Adjuster-Id
                   AND SS-Policy-Type(StratumIdx) = CR-Policy-Type
                   AND SS-Paid-Band(StratumIdx) = WS-Paid-Band
                   SET WS-Stratum-Index TO StratumIdx
               END-IF
           END-PERFORM
           IF WS-Stratum-Index = 0
               IF Stratum-Count >= 5000
                   ADD 1 TO WS-Skipped-Count
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Stratum-Count
               MOVE Stratum-Count TO WS-Stratum-Index
               MOVE CR-Adjuster-Id TO SS-Adjuster-Id(Stratum-Count)
               MOVE CR-Policy-Type TO SS-Policy-Type(Stratum-Count)
               MOVE WS-Paid-Band TO SS-Paid-Band(Stratum-Count)
               MOVE 0 TO SS-Claim-Count(Stratum-Count)
               MOVE 0 TO SS-Drawn-Count(Stratum-Count)
           END-IF
           ADD 1 TO SS-Claim-Count(WS-Stratum-Index)

           ADD 1 TO Closed-Claim-Count
           MOVE CR-Claim-Number TO CQ-Claim-Number(Closed-Claim-Count)
           MOVE CR-Adjuster-Id TO CQ-Adjuster-Id(Closed-Claim-Count)
           MOVE CR-Policy-Type TO CQ-Policy-Type(Closed-Claim-Count)
           MOVE WS-Paid-Band TO CQ-Paid-Band(Closed-Claim-Count)
           MOVE CR-Net-Payment-Amount TO
               CQ-Net-Paid(Closed-Claim-Count)
           MOVE CR-Claim-Status TO CQ-Claim-Status(Closed-Claim-Count)
           IF CR-Fast-Track-Flag = 'Y'
               MOVE 'Y' TO CQ-Fast-Track-Flag(Closed-Claim-Count)
           ELSE
               MOVE 'N' TO CQ-Fast-Track-Flag(Closed-Claim-Count)
           END-IF
           MOVE WS-Stratum-Index TO CQ-Stratum(Closed-Claim-Count)
           MOVE SPACES TO CQ-Sample-Reason(Closed-Claim-Count).

       Draw-One-Claim.
           COMPUTE WS-Draw-Rate = WS-Sample-Percent / 100
           IF CQ-Paid-Band(WS-Claim-Index) = "LARGE"
               OR CQ-Fast-Track-Flag(WS-Claim-Index) = 'Y'
               COMPUTE WS-Draw-Rate = WS-Sample-Percent / 100
                   * WS-Oversample-Factor
                   ON SIZE ERROR
                       MOVE 1 TO WS-Draw-Rate
               END-COMPUTE
               IF WS-Draw-Rate > 1
                   MOVE 1 TO WS-Draw-Rate
               END-IF
           END-IF
           COMPUTE WS-Random-Value = FUNCTION RANDOM
           IF WS-Random-Value < WS-Draw-Rate
               EVALUATE TRUE
                   WHEN CQ-Paid-Band(WS-Claim-Index) = "LARGE"
                       MOVE "LARGE" TO
                           CQ-Sample-Reason(WS-Claim-Index)
                   WHEN CQ-Fast-Track-Flag(WS-Claim-Index) = 'Y'
                       MOVE "FASTTRACK" TO
                           CQ-Sample-Reason(WS-Claim-Index)
                   WHEN OTHER
                       MOVE "RANDOM" TO
                           CQ-Sample-Reason(WS-Claim-Index)
               END-EVALUATE
               ADD 1 TO SS-Drawn-Count(CQ-Stratum(WS-Claim-Index))
           END-IF.

       Draw-Stratum-Minimum.
      *> Pick the n-th member of the stratum, n drawn at random from
      *> 1 through its claim count.
           COMPUTE WS-Random-Value = FUNCTION RANDOM
           COMPUTE WS-Pick-Ordinal = WS-Random-Value
               * SS-Claim-Count(WS-Stratum-Index) + 1
           IF WS-Pick-Ordinal > SS-Claim-Count(WS-Stratum-Index)
               MOVE SS-Claim-Count(WS-Stratum-Index) TO WS-Pick-Ordinal
           END-IF
           MOVE 0 TO WS-Member-Ordinal
           PERFORM VARYING WS-Claim-Index FROM 1 BY 1
               UNTIL WS-Claim-Index > Closed-Claim-Count
                   OR WS-Member-Ordinal = WS-Pick-Ordinal
               IF CQ-Stratum(WS-Claim-Index) = WS-Stratum-Index
                   ADD 1 TO WS-Member-Ordinal
                   IF WS-Member-Ordinal = WS-Pick-Ordinal
                       MOVE "MINIMUM" TO
                           CQ-Sample-Reason(WS-Claim-Index)
                       ADD 1 TO SS-Drawn-Count(WS-Stratum-Index)
                   END-IF
               END-IF
           END-PERFORM.

       Write-Review-Records.
           OPEN EXTEND QA-Review-File
           IF WS-QA-Review-Status = "35"
               OPEN OUTPUT QA-Review-File
           END-IF
           PERFORM VARYING WS-Claim-Index FROM 1 BY 1
               UNTIL WS-Claim-Index > Closed-Claim-Count
               IF CQ-Sample-Reason(WS-Claim-Index) NOT = SPACES
                   MOVE SPACES TO Claim-QA-Review-Record
                   MOVE CQ-Claim-Number(WS-Claim-Index) TO
                       QV-Claim-Number
                   MOVE WS-Sample-Period TO QV-Review-Period
                   MOVE CQ-Adjuster-Id(WS-Claim-Index) TO
                       QV-Adjuster-Id
                   MOVE CQ-Policy-Type(WS-Claim-Index) TO
                       QV-Policy-Type
                   MOVE CQ-Paid-Band(WS-Claim-Index) TO QV-Paid-Band
                   MOVE CQ-Net-Paid(WS-Claim-Index) TO QV-Net-Paid
                   MOVE CQ-Claim-Status(WS-Claim-Index) TO
                       QV-Claim-Status
                   MOVE CQ-Fast-Track-Flag(WS-Claim-Index) TO
                       QV-Fast-Track-Flag
                   MOVE CQ-Sample-Reason(WS-Claim-Index) TO
                       QV-Sample-Reason
                   MOVE WS-Today-MDY TO QV-Selected-Date
                   MOVE "OPEN" TO QV-Review-Status
                   WRITE Claim-QA-Review-Record
                   ADD 1 TO WS-Drawn-Count
               END-IF
           END-PERFORM
           CLOSE QA-Review-File.
