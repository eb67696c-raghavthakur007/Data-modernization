       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimsDisbursementRecon.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Month-end three-way proof of claims disbursements for one
      *> accounting period: what the Claims Register says we paid,
      *> what PAYMENT.ISSUED says actually went out by check or ACH,
      *> and what GL.POSTING says reached claims expense - matched
      *> claim by claim, cumulative through the period end, for every
      *> claim first paid on or after the proof-from date. Claims paid
      *> before the ledger lines carried their register row cannot be
      *> matched line for line, so they are counted and left out
      *> rather than re-proven every month. Any claim where the three
      *> disagree is listed on CLMRECON.RPT as a break, by category:
      *>   PAID NOT ISSUED   - register paid it, no live item exists
      *>   ISSUED NOT POSTED - an item went out, no expense line exists
      *>   AMOUNT MISMATCH   - all three exist but do not agree
      *>   WRONG PERIOD      - a ledger line landed in a period other
      *>                       than the one its register row belongs
      *>                       to (beyond GLExtract's overnight lag)
      *> The period comes from a one-record CLMRECON.CONTROL card,
      *> defaulting to the current month, the same way TrialBalance
      *> takes its period. The card's proof-from date (MM/DD/YYYY) is
      *> the cut-over Finance set when claim-level posting started;
      *> left blank, only claims first paid in the period itself are
      *> proven. The outcome - PROVEN or BREAKS - is stamped
      *> on the period's GL.PERIOD.CONTROL row, and GLPeriodClose will
      *> not close a period this run has not proven. RETURN-CODE 0
      *> means proven, 8 means breaks, so the close job's COND logic
      *> holds the sign-off automatically.
      *>
      *> Register side: PAY, SUPPLEMENT, and EXPENSE rows add, and so
      *> does a VOIDED row (it was paid before it was voided); the
      *> REVERSAL row that voided it subtracts. Issued side: every
      *> claim item on PAYMENT.ISSUED at its original amount (net of
      *> late-payment interest, gross of backup withholding), dated
      *> by the decision date it was disbursed under; an item voided
      *> inside the period drops out. A claim paid in installments
      *> off BENEFIT.SCHEDULE is issued as every installment so far
      *> plus the balance still scheduled. Ledger side: the expense
      *> leg of the claim-level lines - CLAIMS PAID and CLAIM ALAE
      *> EXPENSE debits, CLAIM PAYMENT REVERSED credits - selected by
      *> description the way StatutoryExhibit selects them, and dated
      *> by the register row their reference names. A rescinded
      *> claim's estate refund is returned premium, not a loss, and
      *> reconciles through the premium side instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLMREGSEL.
           COPY PAYISSEL.
           COPY BENSCHDSEL.
           COPY GLPOSTSEL.
           COPY GLPERSEL.
           SELECT Recon-Control-File ASSIGN TO "CLMRECON.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Recon-Control-Status.
           SELECT Recon-Report-File ASSIGN TO "CLMRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Recon-Report-Status.
      *> Scratch file the three sides are merged through, claim by
      *> claim.
           SELECT Sort-Work-File ASSIGN TO "CLMRECON.SORT.WORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Payment-Issued-File.
           COPY PAYISSUE.

       FD  Benefit-Schedule-File.
           COPY BENSCHD.

       FD  GL-Posting-File.
           COPY GLPOSTREC.

       FD  GL-Period-File.
           COPY GLPERIOD.

       FD  Recon-Control-File.
       01  Recon-Control-Record.
           05  RC-Period              PIC X(6).
           05  RC-Proof-From-Date     PIC X(10).

       FD  Recon-Report-File.
       01  Report-Line-Record        PIC X(132).

      *> One row per register row, issued item, scheduled balance, or
      *> ledger line that bears on a claim - SW-Source says which
      *> side it counts on. SW-Flag marks a rescinded register row
      *> (R), an issued item dated after the period end (L), or a
      *> ledger line posted into the wrong period (W).
       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SW-Claim-Number        PIC X(10).
           05  SW-Source              PIC X(3).
           05  SW-Amount              PIC S9(11)V99.
           05  SW-Flag                PIC X.
           05  SW-Reference           PIC X(15).
           05  SW-Business-Date       PIC X(10).
           05  SW-Posting-Period      PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Payment-Issued-Status    PIC XX.
       01  WS-Benefit-Schedule-Status  PIC XX.
       01  WS-GL-Posting-Status        PIC XX.
       01  WS-GL-Period-Status         PIC XX.
       01  WS-Recon-Control-Status     PIC XX.
       01  WS-Recon-Report-Status      PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "ClaimsDisbRecon".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Reference-Id             PIC X(10).
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X VALUE 'N'.
       01  WS-Sort-End-Flag            PIC X VALUE 'N'.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).

      *> The period under proof and its boundaries. Everything is
      *> cumulative through the period end - a claim paid years ago
      *> and still out of agreement is still a break this month.
       01  WS-Recon-Period.
           05  WS-Recon-Year     PIC 9(4).
           05  WS-Recon-Month    PIC 9(2).
       01  WS-Next-Period.
           05  WS-Next-Year      PIC 9(4).
           05  WS-Next-Month     PIC 9(2).
       01  WS-Next-Start-YYYYMMDD      PIC 9(8).
       01  WS-Next-Start-Days          PIC S9(9).
       01  WS-Period-End-Days          PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Row-Days                 PIC S9(9).
       01  WS-Date-Valid               PIC X.
      *> GLExtract posts a day's PAY rows on the following night, so
      *> a row decided in the last days of a month legitimately lands
      *> in the next month's period. Anything later than this many
      *> days past its own month is a wrong-period posting.
       01  WS-Posting-Lag-Days         PIC 9(3) VALUE 5.
       01  WS-Row-Period.
           05  WS-Row-Year       PIC 9(4).
           05  WS-Row-Month      PIC 9(2).
       01  WS-Row-Next-Period.
           05  WS-Row-Next-Year  PIC 9(4).
           05  WS-Row-Next-Month PIC 9(2).
       01  WS-Row-Next-Start-Days      PIC S9(9).
      *> First day a claim's first payment can fall on and still be
      *> proven - the control card's cut-over, or the period start.
       01  WS-Period-Start-YYYYMMDD    PIC 9(8).
       01  WS-Proof-From-Date          PIC X(10) VALUE SPACES.
       01  WS-Proof-From-Days          PIC S9(9).
       01  WS-Claim-First-Days         PIC S9(9).
       01  WS-Claims-Before-Cutover    PIC 9(8) COMP VALUE 0.

      *> One claim's three sides, accumulated across its sort rows.
       01  WS-Current-Claim            PIC X(10).
       01  WS-Register-Total           PIC S9(11)V99.
       01  WS-Issued-Total             PIC S9(11)V99.
       01  WS-Issued-Later-Total       PIC S9(11)V99.
       01  WS-Scheduled-Balance        PIC S9(11)V99.
       01  WS-Ledger-Total             PIC S9(11)V99.
       01  WS-Claim-Issued             PIC S9(11)V99.
       01  WS-Has-Schedule             PIC X.
       01  WS-Rescinded                PIC X.
       01  WS-Break-Category           PIC X(20).

       01  WS-Claims-Checked           PIC 9(8) COMP VALUE 0.
       01  WS-Paid-Not-Issued-Count    PIC 9(8) COMP VALUE 0.
       01  WS-Issued-Not-Posted-Count  PIC 9(8) COMP VALUE 0.
       01  WS-Mismatch-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Wrong-Period-Count       PIC 9(8) COMP VALUE 0.
       01  WS-Break-Count              PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp               PIC ZZZZZZZ9.
       01  WS-Register-Disp            PIC -ZZZZZZZZZ9.99.
       01  WS-Issued-Disp              PIC -ZZZZZZZZZ9.99.
       01  WS-Ledger-Disp              PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       Begin-Disbursement-Recon.
           DISPLAY "Starting claims disbursement reconciliation..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           PERFORM Load-Recon-Period

           OPEN OUTPUT Recon-Report-File
           PERFORM Write-Report-Heading

      *> REG and ISS rows sort ahead of a claim's ledger lines, so
      *> the claim's first payment date is known before any
      *> wrong-period line is reported for it.
           SORT Sort-Work-File
               ON ASCENDING KEY SW-Claim-Number
               ON DESCENDING KEY SW-Source
               INPUT PROCEDURE IS Release-Recon-Rows
               OUTPUT PROCEDURE IS Reconcile-Claims

           PERFORM Write-Report-Summary
           CLOSE Recon-Report-File
           PERFORM Record-Recon-Outcome

           DISPLAY "Claims disbursement reconciliation complete: "
               WS-Break-Count " break(s)."
           IF WS-Break-Count = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Recon-Period.
           MOVE WS-Current-Year TO WS-Recon-Year
           MOVE WS-Current-Month TO WS-Recon-Month
           OPEN INPUT Recon-Control-File
           IF WS-Recon-Control-Status = "00"
               READ Recon-Control-File
                   AT END CONTINUE
               END-READ
               IF WS-Recon-Control-Status = "00"
                   AND RC-Period IS NUMERIC
                   MOVE RC-Period TO WS-Recon-Period
               END-IF
               IF WS-Recon-Control-Status = "00"
                   MOVE RC-Proof-From-Date TO WS-Proof-From-Date
               END-IF
               CLOSE Recon-Control-File
           END-IF

           STRING WS-Recon-Year WS-Recon-Month "01"
               DELIMITED BY SIZE INTO WS-Period-Start-YYYYMMDD
           COMPUTE WS-Proof-From-Days =
               FUNCTION INTEGER-OF-DATE(WS-Period-Start-YYYYMMDD)
           IF WS-Proof-From-Date(7:4) IS NUMERIC
               AND WS-Proof-From-Date(1:2) IS NUMERIC
               AND WS-Proof-From-Date(4:2) IS NUMERIC
               MOVE WS-Proof-From-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE WS-Proof-From-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE WS-Proof-From-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
               COMPUTE WS-Proof-From-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           END-IF

      *> Period end is the day before the next period starts.
           MOVE WS-Recon-Year TO WS-Next-Year
           MOVE WS-Recon-Month TO WS-Next-Month
           IF WS-Next-Month = 12
               MOVE 1 TO WS-Next-Month
               ADD 1 TO WS-Next-Year
           ELSE
               ADD 1 TO WS-Next-Month
           END-IF
           STRING WS-Next-Year WS-Next-Month "01"
               DELIMITED BY SIZE INTO WS-Next-Start-YYYYMMDD
           COMPUTE WS-Next-Start-Days =
               FUNCTION INTEGER-OF-DATE(WS-Next-Start-YYYYMMDD)
           COMPUTE WS-Period-End-Days = WS-Next-Start-Days - 1.

       Release-Recon-Rows.
           PERFORM Release-Register-Rows
           PERFORM Release-Issued-Items
           PERFORM Release-Benefit-Balances
           PERFORM Release-Ledger-Lines.

       Release-Register-Rows.
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status = "00"
               PERFORM UNTIL WS-Claims-Register-Status NOT = "00"
                   READ Claims-Register-File NEXT RECORD
                       AT END MOVE "10" TO WS-Claims-Register-Status
                   END-READ
                   IF WS-Claims-Register-Status = "00"
                       AND CR-Claim-Number NOT = SPACES
                       PERFORM Release-One-Register-Row
                   END-IF
               END-PERFORM
               CLOSE Claims-Register-File
           END-IF.

       Release-One-Register-Row.
           MOVE CR-Decision-Date TO SW-Business-Date
           PERFORM Compute-Business-Days
           IF WS-Row-Days > WS-Period-End-Days
               EXIT PARAGRAPH
           END-IF

           MOVE CR-Claim-Number TO SW-Claim-Number
           MOVE "REG" TO SW-Source
           MOVE SPACE TO SW-Flag
           MOVE CR-Register-Key TO SW-Reference
           MOVE SPACES TO SW-Posting-Period
           EVALUATE CR-Claim-Status
               WHEN "PAY"
               WHEN "SUPPLEMENT"
               WHEN "EXPENSE"
               WHEN "VOIDED"
                   MOVE CR-Net-Payment-Amount TO SW-Amount
               WHEN "REVERSAL"
                   COMPUTE SW-Amount = 0 - CR-Net-Payment-Amount
               WHEN "RESCIND"
                   MOVE 0 TO SW-Amount
                   MOVE "R" TO SW-Flag
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           RELEASE Sort-Work-Record.

       Release-Issued-Items.
           OPEN INPUT Payment-Issued-File
           IF WS-Payment-Issued-Status = "00"
               PERFORM UNTIL WS-Payment-Issued-Status NOT = "00"
                   READ Payment-Issued-File NEXT RECORD
                       AT END MOVE "10" TO WS-Payment-Issued-Status
                   END-READ
                   IF WS-Payment-Issued-Status = "00"
                       AND PI-Claim-Number NOT = SPACES
                       PERFORM Release-One-Issued-Item
                   END-IF
               END-PERFORM
               CLOSE Payment-Issued-File
           END-IF.

       Release-One-Issued-Item.
      *> An item voided on or before the period end never went out as
      *> far as this period is concerned; one voided later was live
      *> at the period end and still counts.
           IF PI-Item-Status = "VOID"
               IF PI-Cleared-Date = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE PI-Cleared-Date TO SW-Business-Date
               PERFORM Compute-Business-Days
               IF WS-Row-Days <= WS-Period-End-Days
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Items issued before the check register carried the
      *> decision date have only their issue date to go by.
           IF PI-Disbursement-Date NOT = SPACES
               MOVE PI-Disbursement-Date TO SW-Business-Date
           ELSE
               MOVE PI-Issue-Date TO SW-Business-Date
           END-IF
           PERFORM Compute-Business-Days

           MOVE PI-Claim-Number TO SW-Claim-Number
           MOVE "ISS" TO SW-Source
           MOVE PI-Check-Number TO SW-Reference
           MOVE SPACES TO SW-Posting-Period
           COMPUTE SW-Amount = PI-Payment-Amount
               - PI-Interest-Amount + PI-Withheld-Amount
           IF WS-Row-Days > WS-Period-End-Days
               MOVE "L" TO SW-Flag
           ELSE
               MOVE SPACE TO SW-Flag
           END-IF
           RELEASE Sort-Work-Record.

       Release-Benefit-Balances.
      *> What an installment claim still owes is issued-to-come, not
      *> unissued - the register booked the whole benefit at PAY
      *> time, and BenefitPayment draws it down month by month.
           OPEN INPUT Benefit-Schedule-File
           IF WS-Benefit-Schedule-Status = "00"
               PERFORM UNTIL WS-Benefit-Schedule-Status NOT = "00"
                   READ Benefit-Schedule-File NEXT RECORD
                       AT END MOVE "10" TO WS-Benefit-Schedule-Status
                   END-READ
                   IF WS-Benefit-Schedule-Status = "00"
                       MOVE BS-Claim-Number TO SW-Claim-Number
                       MOVE "BEN" TO SW-Source
                       MOVE SPACE TO SW-Flag
                       MOVE BS-Schedule-Key TO SW-Reference
                       MOVE BS-Next-Payment-Date TO SW-Business-Date
                       MOVE SPACES TO SW-Posting-Period
                       IF BS-Schedule-Status = "COMPLETE"
                           MOVE 0 TO SW-Amount
                       ELSE
                           MOVE BS-Remaining-Balance TO SW-Amount
                       END-IF
                       RELEASE Sort-Work-Record
                   END-IF
               END-PERFORM
               CLOSE Benefit-Schedule-File
           END-IF.

       Release-Ledger-Lines.
      *> The register stays open for the keyed lookup of the row each
      *> claim-level line names.
           OPEN INPUT Claims-Register-File
           OPEN INPUT GL-Posting-File
           IF WS-GL-Posting-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ GL-Posting-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND GL-Source-Reference(11:1) = "-"
                       PERFORM Release-One-Ledger-Line
                   END-IF
               END-PERFORM
               CLOSE GL-Posting-File
           END-IF
           IF WS-Claims-Register-Status = "00"
               CLOSE Claims-Register-File
           END-IF.

       Release-One-Ledger-Line.
      *> Only the expense leg of each pair counts - the cash-clearing
      *> leg of CLAIM ALAE EXPENSE carries the same text.
           EVALUATE TRUE
               WHEN GL-Description = "CLAIMS PAID"
                   AND GL-Debit-Credit = "D"
                   MOVE GL-Amount TO SW-Amount
               WHEN GL-Description = "CLAIM ALAE EXPENSE"
                   AND GL-Debit-Credit = "D"
                   MOVE GL-Amount TO SW-Amount
               WHEN GL-Description = "CLAIM PAYMENT REVERSED"
                   AND GL-Debit-Credit = "C"
                   COMPUTE SW-Amount = 0 - GL-Amount
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE GL-Source-Reference(1:10) TO SW-Claim-Number
           MOVE "GL " TO SW-Source
           MOVE SPACE TO SW-Flag
           MOVE GL-Source-Reference TO SW-Reference
           MOVE GL-Posting-Period TO SW-Posting-Period
           MOVE SPACES TO SW-Business-Date

           MOVE GL-Source-Reference(1:10) TO CR-Claim-Number
           IF GL-Source-Reference(12:3) IS NUMERIC
               AND WS-Claims-Register-Status = "00"
               MOVE GL-Source-Reference(12:3) TO CR-Row-Sequence
               READ Claims-Register-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Claims-Register-Status = "00"
                   MOVE CR-Decision-Date TO SW-Business-Date
               ELSE
                   MOVE "00" TO WS-Claims-Register-Status
               END-IF
           END-IF

      *> A line for a row decided after the period end belongs to a
      *> later month's proof.
           IF SW-Business-Date NOT = SPACES
               PERFORM Compute-Business-Days
               IF WS-Row-Days > WS-Period-End-Days
                   EXIT PARAGRAPH
               END-IF
               IF WS-Date-Valid = 'Y'
                   PERFORM Test-Ledger-Period
               END-IF
           END-IF
           RELEASE Sort-Work-Record.

       Test-Ledger-Period.
      *> Right period is the row's own month, or the month after when
      *> the row was decided within the posting lag of its month end.
           MOVE WS-Work-YYYYMMDD(1:4) TO WS-Row-Year
           MOVE WS-Work-YYYYMMDD(5:2) TO WS-Row-Month
           IF SW-Posting-Period = WS-Row-Period
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Row-Year TO WS-Row-Next-Year
           MOVE WS-Row-Month TO WS-Row-Next-Month
           IF WS-Row-Next-Month = 12
               MOVE 1 TO WS-Row-Next-Month
               ADD 1 TO WS-Row-Next-Year
           ELSE
               ADD 1 TO WS-Row-Next-Month
           END-IF
           STRING WS-Row-Next-Year WS-Row-Next-Month "01"
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Row-Next-Start-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           IF SW-Posting-Period = WS-Row-Next-Period
               AND WS-Row-Next-Start-Days - WS-Row-Days
                   <= WS-Posting-Lag-Days
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO SW-Flag.

       Compute-Business-Days.
      *> SW-Business-Date (MM/DD/YYYY) to a day number in
      *> WS-Row-Days; a date that will not convert counts as inside
      *> the period so the row is reconciled rather than lost.
           MOVE 'Y' TO WS-Date-Valid
           IF SW-Business-Date(7:4) IS NUMERIC
               AND SW-Business-Date(1:2) IS NUMERIC
               AND SW-Business-Date(4:2) IS NUMERIC
               MOVE SW-Business-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE SW-Business-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE SW-Business-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
               COMPUTE WS-Row-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           ELSE
               MOVE 'N' TO WS-Date-Valid
               MOVE WS-Period-End-Days TO WS-Row-Days
           END-IF.

       Reconcile-Claims.
           MOVE SPACES TO WS-Current-Claim
           MOVE 'N' TO WS-Sort-End-Flag
           PERFORM UNTIL WS-Sort-End-Flag = 'Y'
               RETURN Sort-Work-File
                   AT END
                       MOVE 'Y' TO WS-Sort-End-Flag
               END-RETURN
               IF WS-Sort-End-Flag NOT = 'Y'
                   IF SW-Claim-Number NOT = WS-Current-Claim
                       IF WS-Current-Claim NOT = SPACES
                           PERFORM Classify-Claim
                       END-IF
                       PERFORM Start-Claim
                   END-IF
                   PERFORM Accumulate-Recon-Row
               END-IF
           END-PERFORM
           IF WS-Current-Claim NOT = SPACES
               PERFORM Classify-Claim
           END-IF.

       Start-Claim.
           MOVE SW-Claim-Number TO WS-Current-Claim
           MOVE 0 TO WS-Register-Total
           MOVE 0 TO WS-Issued-Total
           MOVE 0 TO WS-Issued-Later-Total
           MOVE 0 TO WS-Scheduled-Balance
           MOVE 0 TO WS-Ledger-Total
           MOVE 'N' TO WS-Has-Schedule
           MOVE 'N' TO WS-Rescinded
           MOVE 999999999 TO WS-Claim-First-Days
           ADD 1 TO WS-Claims-Checked.

       Accumulate-Recon-Row.
           EVALUATE SW-Source
               WHEN "REG"
                   PERFORM Note-Claim-First-Date
                   ADD SW-Amount TO WS-Register-Total
                   IF SW-Flag = "R"
                       MOVE 'Y' TO WS-Rescinded
                   END-IF
               WHEN "ISS"
                   PERFORM Note-Claim-First-Date
                   IF SW-Flag = "L"
                       ADD SW-Amount TO WS-Issued-Later-Total
                   ELSE
                       ADD SW-Amount TO WS-Issued-Total
                   END-IF
               WHEN "BEN"
                   MOVE 'Y' TO WS-Has-Schedule
                   ADD SW-Amount TO WS-Scheduled-Balance
               WHEN "GL "
                   ADD SW-Amount TO WS-Ledger-Total
                   IF SW-Flag = "W"
                       AND WS-Claim-First-Days NOT < WS-Proof-From-Days
                       PERFORM Write-Wrong-Period-Line
                   END-IF
           END-EVALUATE.

       Note-Claim-First-Date.
           PERFORM Compute-Business-Days
           IF WS-Date-Valid = 'Y'
               AND WS-Row-Days < WS-Claim-First-Days
               MOVE WS-Row-Days TO WS-Claim-First-Days
           END-IF.

       Classify-Claim.
      *> A claim first paid before the proof-from date predates the
      *> claim-level ledger lines and is not proven.
           IF WS-Claim-First-Days < WS-Proof-From-Days
               ADD 1 TO WS-Claims-Before-Cutover
               SUBTRACT 1 FROM WS-Claims-Checked
               EXIT PARAGRAPH
           END-IF
      *> An installment claim's later draws and remaining balance are
      *> all part of what the register booked at PAY time.
           MOVE WS-Issued-Total TO WS-Claim-Issued
           IF WS-Has-Schedule = 'Y'
               ADD WS-Issued-Later-Total TO WS-Claim-Issued
               ADD WS-Scheduled-Balance TO WS-Claim-Issued
           END-IF
           IF WS-Rescinded = 'Y'
               MOVE 0 TO WS-Claim-Issued
           END-IF

           MOVE SPACES TO WS-Break-Category
           EVALUATE TRUE
               WHEN WS-Register-Total NOT = 0
                   AND WS-Claim-Issued = 0
                   MOVE "PAID NOT ISSUED" TO WS-Break-Category
                   ADD 1 TO WS-Paid-Not-Issued-Count
               WHEN WS-Claim-Issued NOT = 0
                   AND WS-Ledger-Total = 0
                   MOVE "ISSUED NOT POSTED" TO WS-Break-Category
                   ADD 1 TO WS-Issued-Not-Posted-Count
               WHEN WS-Register-Total NOT = WS-Claim-Issued
                   OR WS-Claim-Issued NOT = WS-Ledger-Total
                   MOVE "AMOUNT MISMATCH" TO WS-Break-Category
                   ADD 1 TO WS-Mismatch-Count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-Break-Category NOT = SPACES
               ADD 1 TO WS-Break-Count
               MOVE WS-Register-Total TO WS-Register-Disp
               MOVE WS-Claim-Issued TO WS-Issued-Disp
               MOVE WS-Ledger-Total TO WS-Ledger-Disp
               MOVE SPACES TO WS-Report-Line
               STRING WS-Break-Category WS-Current-Claim "  "
                       WS-Register-Disp "  " WS-Issued-Disp "  "
                       WS-Ledger-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-IF.

       Write-Wrong-Period-Line.
           ADD 1 TO WS-Wrong-Period-Count
           ADD 1 TO WS-Break-Count
           MOVE SW-Amount TO WS-Ledger-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "WRONG PERIOD        " SW-Claim-Number "  "
                   SW-Reference " " WS-Ledger-Disp
                   "  DECIDED " SW-Business-Date
                   "  POSTED PERIOD " SW-Posting-Period
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Heading.
           MOVE SPACES TO WS-Report-Line
           STRING "CLAIMS DISBURSEMENT RECONCILIATION - PERIOD "
                   WS-Recon-Period "  RUN " WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           STRING "BREAK               CLAIM            REGISTER"
                   "          ISSUED          LEDGER"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Summary.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-Claims-Checked TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "CLAIMS RECONCILED   " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-Claims-Before-Cutover TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "PAID BEFORE CUTOVER " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-Paid-Not-Issued-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "PAID NOT ISSUED     " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-Issued-Not-Posted-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "ISSUED NOT POSTED   " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-Mismatch-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "AMOUNT MISMATCH     " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-Wrong-Period-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "WRONG PERIOD        " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           IF WS-Break-Count = 0
               STRING "PERIOD PROVEN - CLAIMS DISBURSEMENTS AGREE"
                   DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               STRING "PERIOD NOT PROVEN - CLEAR BREAKS BEFORE CLOSE"
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line.

       Record-Recon-Outcome.
      *> A period with no control row gets one, OPEN, the way
      *> GLPeriodClose would create it.
           OPEN I-O GL-Period-File
           IF WS-GL-Period-Status = "35"
               OPEN OUTPUT GL-Period-File
               CLOSE GL-Period-File
               OPEN I-O GL-Period-File
           END-IF
           MOVE WS-Recon-Period TO GP-Period
           READ GL-Period-File
               INVALID KEY
                   MOVE WS-Recon-Period TO GP-Period
                   MOVE "OPEN" TO GP-Period-Status
                   MOVE SPACES TO GP-Closed-Date
                   MOVE SPACES TO GP-Actioned-By
           END-READ
           IF WS-Break-Count = 0
               MOVE "PROVEN" TO GP-Claims-Recon-Status
           ELSE
               MOVE "BREAKS" TO GP-Claims-Recon-Status
               MOVE "RECON BREAKS" TO WS-Offending-Value
               MOVE WS-Recon-Period TO WS-Reference-Id
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
           END-IF
           MOVE WS-Today-MDY TO GP-Claims-Recon-Date
           REWRITE GL-Period-Record
               INVALID KEY
                   WRITE GL-Period-Record
           END-REWRITE
           CLOSE GL-Period-File.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
