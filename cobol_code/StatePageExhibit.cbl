       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatePageExhibit.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Statutory state page - direct premiums and losses by
      *> jurisdiction for the annual (or a quarterly) statement. The
      *> accident-year exhibit and the premium tax remittance each
      *> cover their own slice; this is the page that spreads the
      *> whole book across State-Code and line (Policy-Type, the line
      *> StatutoryExhibit and ReserveReport carry) for a filing
      *> period:
      *>   Written premium - POLICY.PREMIUM.HISTORY. Each term's
      *>       rated premium (the last NEW BUSINESS/RENEWAL rating
      *>       chain for the policy and effective date, the same
      *>       last-row-wins rule ProductionReport uses, less the
      *>       STATE TAX step - premium tax is remitted, not written)
      *>       for terms effective in the period, plus endorsement
      *>       changes dated in the period, less the return premium on
      *>       the INSURED POLICY.CANCEL rows cancelled in the period.
      *>   Earned premium  - EARNED.TODATE. The cumulative earned
      *>       position PremiumEarnings keeps per policy term, less
      *>       the cumulative carried on the prior filing's
      *>       STATEPAGE.PRIOR snapshot - so run this after
      *>       PremiumEarnings has closed the period's last month.
      *>   Dividends       - no participating business is written, so
      *>       the column is filed as zero.
      *>   Losses paid     - CLAIMS.REGISTER PAY and SUPPLEMENT rows
      *>       decided in the period, RECOVERY rows netted out.
      *>   Losses incurred - losses paid plus the change in case
      *>       reserve on CLAIMS.RESERVES across the period (standing
      *>       at period end less standing the day before it starts,
      *>       off the reserve set and release dates).
      *>   LAE             - the EXPENSE (ALAE) rows decided in the
      *>       period.
      *> State comes off the policy master by key. Every amount also
      *> lands in a company total by line taken straight off the
      *> source rows, the same population the accident-year exhibit
      *> and ReserveReport total, and the page is cross-footed: the
      *> states for a line must add to the company figure, and any
      *> line that does not prints loudly. An amount whose policy has
      *> no state goes to the exceptions report and shows up as the
      *> out-of-balance. The filing period comes from an optional
      *> one-record STATEPAGE.CONTROL card (start and end dates,
      *> MM/DD/YYYY); with no card the page covers the prior calendar
      *> year. Output: STATEPAGE.RPT print image and the
      *> STATEPAGE.EXTRACT flat file (STPAGEXT) for the filing
      *> software.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           COPY CLMREGSEL.
           COPY CLMRSVSEL.
           COPY EARNTDSEL.
           SELECT Premium-History-File
               ASSIGN TO "POLICY.PREMIUM.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-History-Status.
           SELECT Policy-Cancel-File ASSIGN TO "POLICY.CANCEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Cancel-Status.
           SELECT State-Page-Control-File ASSIGN TO "STATEPAGE.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Page-Control-Status.
           SELECT State-Page-Prior-File ASSIGN TO "STATEPAGE.PRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Page-Prior-Status.
           SELECT State-Page-Extract-File
               ASSIGN TO "STATEPAGE.EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Page-Extract-Status.
           SELECT State-Page-Report-File ASSIGN TO "STATEPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-Page-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Claims-Reserve-File.
           COPY CLMRSV.

       FD  Earned-To-Date-File.
           COPY EARNTD.

       FD  Premium-History-File.
           COPY PREMHIST.

       FD  Policy-Cancel-File.
           COPY POLCANC.

       FD  State-Page-Control-File.
       01  State-Page-Control-Record.
           05  SG-Start-Date          PIC X(10).
           05  SG-End-Date            PIC X(10).

      *> The prior filing's STATEPAGE.EXTRACT, field for field.
       FD  State-Page-Prior-File.
       01  State-Page-Prior-Record.
           05  SQ-Period-Start         PIC X(10).
           05  SQ-Period-End           PIC X(10).
           05  SQ-State-Code           PIC X(2).
           05  SQ-Policy-Type          PIC X(15).
           05  SQ-Written-Premium      PIC S9(13)V99.
           05  SQ-Earned-Premium       PIC S9(13)V99.
           05  SQ-Dividends            PIC S9(13)V99.
           05  SQ-Losses-Paid          PIC S9(13)V99.
           05  SQ-Losses-Incurred      PIC S9(13)V99.
           05  SQ-LAE-Paid             PIC S9(13)V99.
           05  SQ-Case-Outstanding     PIC S9(13)V99.
           05  SQ-Earned-To-Date       PIC S9(13)V99.

       FD  State-Page-Extract-File.
           COPY STPAGEXT.

       FD  State-Page-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Claims-Reserve-Status    PIC XX.
       01  WS-Earned-To-Date-Status    PIC XX.
       01  WS-Premium-History-Status   PIC XX.
       01  WS-Policy-Cancel-Status     PIC XX.
       01  WS-State-Page-Control-Status PIC XX.
       01  WS-State-Page-Prior-Status  PIC XX.
       01  WS-State-Page-Extract-Status PIC XX.
       01  WS-State-Page-Report-Status PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "StatePageExhibit".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Matched-Index            PIC 9(8) COMP.
       01  WS-Line-Index               PIC 9(4) COMP.
       01  WS-State-Index              PIC 9(4) COMP.
       01  WS-Shift-Index              PIC 9(4) COMP.
       01  WS-Column                   PIC 9(4) COMP.
       01  WS-Current-Date-Time.
           05  WS-Current-Year         PIC 9(4).
           05  FILLER                  PIC X(17).
       01  WS-Prior-Year               PIC 9(4).

       01  WS-Start-YYYYMMDD           PIC 9(8).
       01  WS-End-YYYYMMDD             PIC 9(8).
       01  WS-Work-Date                PIC X(10).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Set-YYYYMMDD             PIC 9(8).
       01  WS-Release-YYYYMMDD         PIC 9(8).

      *> Accumulator columns, the same in the state-line and the
      *> company-line tables.
       01  WS-Col-Written              PIC 9(4) COMP VALUE 1.
       01  WS-Col-Earned-To-Date       PIC 9(4) COMP VALUE 2.
       01  WS-Col-Prior-Earned         PIC 9(4) COMP VALUE 3.
       01  WS-Col-Losses-Paid          PIC 9(4) COMP VALUE 4.
       01  WS-Col-LAE-Paid             PIC 9(4) COMP VALUE 5.
       01  WS-Col-Case-Start           PIC 9(4) COMP VALUE 6.
       01  WS-Col-Case-End             PIC 9(4) COMP VALUE 7.

      *> The amount being posted and where it goes.
       01  WS-Post-Column              PIC 9(4) COMP.
       01  WS-Post-Amount              PIC S9(13)V99.
       01  WS-Event-Policy             PIC X(10).
       01  WS-Event-State              PIC X(2).
       01  WS-Event-Type               PIC X(15).

      *> The six page columns for one state line or one company line,
      *> derived from the accumulators for printing and tying.
       01  WS-Page-Figures.
           05  WS-Page-Written         PIC S9(13)V99.
           05  WS-Page-Earned          PIC S9(13)V99.
           05  WS-Page-Dividends       PIC S9(13)V99.
           05  WS-Page-Losses-Paid     PIC S9(13)V99.
           05  WS-Page-Losses-Incurred PIC S9(13)V99.
           05  WS-Page-LAE-Paid        PIC S9(13)V99.
       01  WS-Page-Amounts REDEFINES WS-Page-Figures.
           05  WS-Page-Amount          PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-Company-Figures.
           05  WS-Company-Amount       PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-State-Sum-Figures.
           05  WS-State-Sum-Amount     PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-Grand-Figures.
           05  WS-Grand-Amount         PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-Difference               PIC S9(13)V99.
       01  WS-Line-Ties                PIC X.
       01  WS-Page-Ties                PIC X VALUE 'Y'.
       01  WS-Amount-Disp-1            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-2            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-3            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-4            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-5            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Amount-Disp-6            PIC -ZZZZZZZZZZZ9.99.
       01  WS-Line-Label               PIC X(18).

      *> One slot per policy term rated in the period (policy plus
      *> effective date). The rating chain writes NEW BUSINESS or
      *> RENEWAL, then MVR SURCHARGE / STATE TAX / BUNDLING DISCOUNT
      *> steps, and every rating cycle writes the chain again - a
      *> NEW BUSINESS/RENEWAL row restarts the slot, each later step
      *> carries the premium forward, and the STATE TAX step's lift
      *> is kept aside so it can come back out.
       01  WrittenTermTable.
           05  Written-Term-Count      PIC 9(8) COMP VALUE 0.
           05  WrittenTermRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Written-Term-Count
                   INDEXED BY WrittenTermIdx.
               10  WT-Policy-Number        PIC X(10).
               10  WT-Effective-Date       PIC X(10).
               10  WT-Chain-Premium        PIC 9(9)V99.
               10  WT-Tax-Lift             PIC S9(9)V99.

      *> One slot per State-Code and line, kept in state/line order as
      *> slots are added so the page prints state by state.
       01  StateLineTable.
           05  State-Line-Count        PIC 9(4) COMP VALUE 0.
           05  StateLineRecord OCCURS 1 TO 1000 TIMES
                   DEPENDING ON State-Line-Count
                   INDEXED BY StateLineIdx.
               10  SL-State-Code           PIC X(2).
               10  SL-Policy-Type          PIC X(15).
               10  SL-Amount               PIC S9(13)V99
                       OCCURS 7 TIMES.
       01  StateLineNew.
           05  SN-State-Code           PIC X(2).
           05  SN-Policy-Type          PIC X(15).
           05  SN-Amount               PIC S9(13)V99
                   OCCURS 7 TIMES.

      *> Company control totals by line, built from every source row
      *> whether or not its policy could be placed in a state.
       01  CompanyLineTable.
           05  Company-Line-Count      PIC 9(4) COMP VALUE 0.
           05  CompanyLineRecord OCCURS 1 TO 50 TIMES
                   DEPENDING ON Company-Line-Count
                   INDEXED BY CompanyLineIdx.
               10  CL-Policy-Type          PIC X(15).
               10  CL-Amount               PIC S9(13)V99
                       OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       Begin-State-Page.
           DISPLAY "Building statutory state page..."
           PERFORM Load-Filing-Period

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "StatePageExhibit: cannot open policy master"
               STOP RUN
           END-IF
           PERFORM Load-Written-Terms
           PERFORM Post-Written-Terms
           PERFORM Post-Return-Premium
           PERFORM Accumulate-Earned-To-Date
           PERFORM Accumulate-Register-Rows
           PERFORM Accumulate-Case-Reserves
           CLOSE POLICY-MASTER-FILE

           PERFORM Load-Prior-State-Page
           PERFORM Write-State-Page
           IF WS-Page-Ties = 'Y'
               DISPLAY "Statutory state page complete."
           ELSE
               DISPLAY "Statutory state page complete - DOES NOT "
                   "CROSS-FOOT, see STATEPAGE.RPT."
           END-IF
           STOP RUN.

       Load-Filing-Period.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           COMPUTE WS-Prior-Year = WS-Current-Year - 1
           MOVE SPACES TO SG-Start-Date, SG-End-Date
           OPEN INPUT State-Page-Control-File
           IF WS-State-Page-Control-Status = "00"
               READ State-Page-Control-File
                   AT END CONTINUE
               END-READ
               CLOSE State-Page-Control-File
           END-IF
           IF SG-Start-Date = SPACES OR SG-End-Date = SPACES
               STRING "01/01/" WS-Prior-Year
                   DELIMITED BY SIZE INTO SG-Start-Date
               STRING "12/31/" WS-Prior-Year
                   DELIMITED BY SIZE INTO SG-End-Date
           END-IF
           MOVE SG-Start-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Start-YYYYMMDD
           MOVE SG-End-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-End-YYYYMMDD.

       Convert-Work-Date.
      *> MM/DD/YYYY to YYYYMMDD; a blank or unreadable date comes back
      *> zero.
           MOVE 0 TO WS-Work-YYYYMMDD
           IF WS-Work-Date(1:2) IS NUMERIC
               AND WS-Work-Date(4:2) IS NUMERIC
               AND WS-Work-Date(7:4) IS NUMERIC
               MOVE WS-Work-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE WS-Work-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE WS-Work-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           END-IF.

       Load-Written-Terms.
           OPEN INPUT Premium-History-File
           IF WS-Premium-History-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Premium-History-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       MOVE PH-Effective-Date TO WS-Work-Date
                       PERFORM Convert-Work-Date
                       IF WS-Work-YYYYMMDD >= WS-Start-YYYYMMDD
                           AND WS-Work-YYYYMMDD <= WS-End-YYYYMMDD
                           PERFORM Apply-Premium-History-Row
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Premium-History-File
           END-IF.

       Apply-Premium-History-Row.
      *> Endorsement and storage changes are written premium on their
      *> own date; INFLATION GUARD rows move coverage amounts, not
      *> premium.
           IF PH-Reason = "ENDORSEMENT"
               OR PH-Reason = "VEHICLE ENDORSEMENT"
               OR PH-Reason = "VEHICLE STORAGE"
               MOVE PH-Policy-Number TO WS-Event-Policy
               PERFORM Read-Event-Policy
               MOVE WS-Col-Written TO WS-Post-Column
               COMPUTE WS-Post-Amount = PH-New-Premium - PH-Old-Premium
               PERFORM Post-Amount
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
           PERFORM VARYING WrittenTermIdx FROM 1 BY 1
               UNTIL WrittenTermIdx > Written-Term-Count
               IF WT-Policy-Number OF WrittenTermRecord(WrittenTermIdx)
                       = PH-Policy-Number
                   AND WT-Effective-Date OF
                       WrittenTermRecord(WrittenTermIdx) =
                       PH-Effective-Date
                   SET WS-Matched-Index TO WrittenTermIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index = 0
               IF Written-Term-Count NOT < 100000
                   MOVE "WRITTEN TBL FULL" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       PH-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Written-Term-Count
               MOVE Written-Term-Count TO WS-Matched-Index
               MOVE PH-Policy-Number TO WT-Policy-Number OF
                   WrittenTermRecord(WS-Matched-Index)
               MOVE PH-Effective-Date TO WT-Effective-Date OF
                   WrittenTermRecord(WS-Matched-Index)
               MOVE 0 TO WT-Tax-Lift OF
                   WrittenTermRecord(WS-Matched-Index)
           END-IF

           EVALUATE PH-Reason
               WHEN "NEW BUSINESS"
               WHEN "RENEWAL"
                   MOVE 0 TO WT-Tax-Lift OF
                       WrittenTermRecord(WS-Matched-Index)
               WHEN "STATE TAX"
                   COMPUTE WT-Tax-Lift OF
                           WrittenTermRecord(WS-Matched-Index) =
                       PH-New-Premium - PH-Old-Premium
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE PH-New-Premium TO WT-Chain-Premium OF
               WrittenTermRecord(WS-Matched-Index).

       Post-Written-Terms.
           MOVE WS-Col-Written TO WS-Post-Column
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Written-Term-Count
               MOVE WT-Policy-Number OF WrittenTermRecord(WS-Scan-Index)
                   TO WS-Event-Policy
               PERFORM Read-Event-Policy
               COMPUTE WS-Post-Amount =
                   WT-Chain-Premium OF WrittenTermRecord(WS-Scan-Index)
                   - WT-Tax-Lift OF WrittenTermRecord(WS-Scan-Index)
               PERFORM Post-Amount
           END-PERFORM.

       Post-Return-Premium.
      *> Only the INSURED row carries the money - the lienholder rows
      *> are notice copies of the same cancellation.
           MOVE WS-Col-Written TO WS-Post-Column
           OPEN INPUT Policy-Cancel-File
           IF WS-Policy-Cancel-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Policy-Cancel-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PC-Recipient-Type = "INSURED"
                       MOVE PC-Cancellation-Date TO WS-Work-Date
                       PERFORM Convert-Work-Date
                       IF WS-Work-YYYYMMDD >= WS-Start-YYYYMMDD
                           AND WS-Work-YYYYMMDD <= WS-End-YYYYMMDD
                           MOVE PC-Policy-Number TO WS-Event-Policy
                           PERFORM Read-Event-Policy
                           COMPUTE WS-Post-Amount =
                               0 - PC-Unearned-Premium
                           PERFORM Post-Amount
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Policy-Cancel-File
           END-IF.

       Accumulate-Earned-To-Date.
           MOVE WS-Col-Earned-To-Date TO WS-Post-Column
           OPEN INPUT Earned-To-Date-File
           IF WS-Earned-To-Date-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Earned-To-Date-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND ET-Earned-To-Date > 0
                       MOVE ET-Policy-Number TO WS-Event-Policy
                       PERFORM Read-Event-Policy
                       MOVE ET-Earned-To-Date TO WS-Post-Amount
                       PERFORM Post-Amount
                   END-IF
               END-PERFORM
               CLOSE Earned-To-Date-File
           END-IF.

       Accumulate-Register-Rows.
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status NOT = "00"
               DISPLAY "StatePageExhibit: no CLAIMS.REGISTER"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM Post-One-Register-Row
               END-IF
           END-PERFORM
           CLOSE Claims-Register-File.

       Post-One-Register-Row.
           MOVE 0 TO WS-Post-Amount
           EVALUATE CR-Claim-Status
               WHEN "PAY"
               WHEN "SUPPLEMENT"
                   MOVE WS-Col-Losses-Paid TO WS-Post-Column
                   MOVE CR-Net-Payment-Amount TO WS-Post-Amount
               WHEN "RECOVERY"
                   MOVE WS-Col-Losses-Paid TO WS-Post-Column
                   COMPUTE WS-Post-Amount = 0 - CR-Net-Payment-Amount
               WHEN "EXPENSE"
                   MOVE WS-Col-LAE-Paid TO WS-Post-Column
                   MOVE CR-Net-Payment-Amount TO WS-Post-Amount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Post-Amount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CR-Decision-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           IF WS-Work-YYYYMMDD < WS-Start-YYYYMMDD
               OR WS-Work-YYYYMMDD > WS-End-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           MOVE CR-Policy-Number TO WS-Event-Policy
           PERFORM Read-Event-Policy
           MOVE CR-Policy-Type TO WS-Event-Type
           PERFORM Post-Amount.

       Accumulate-Case-Reserves.
      *> Case reserve standing on a date is every reserve set on or
      *> before it and not yet released by then - measured the day
      *> before the period opens and at period end.
           OPEN INPUT Claims-Reserve-File
           IF WS-Claims-Reserve-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Claims-Reserve-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND RV-Reserve-Amount > 0
                       PERFORM Post-One-Case-Reserve
                   END-IF
               END-PERFORM
               CLOSE Claims-Reserve-File
           END-IF.

       Post-One-Case-Reserve.
           MOVE RV-Set-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Set-YYYYMMDD
           MOVE RV-Release-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           MOVE WS-Work-YYYYMMDD TO WS-Release-YYYYMMDD
           IF WS-Set-YYYYMMDD = 0
               OR WS-Set-YYYYMMDD > WS-End-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           IF WS-Release-YYYYMMDD NOT = 0
               AND WS-Release-YYYYMMDD < WS-Start-YYYYMMDD
               EXIT PARAGRAPH
           END-IF

           MOVE RV-Policy-Number TO WS-Event-Policy
           PERFORM Read-Event-Policy
           MOVE RV-Policy-Type TO WS-Event-Type
           MOVE RV-Reserve-Amount TO WS-Post-Amount
           IF WS-Set-YYYYMMDD < WS-Start-YYYYMMDD
               MOVE WS-Col-Case-Start TO WS-Post-Column
               PERFORM Post-Amount
           END-IF
           IF WS-Release-YYYYMMDD = 0
               OR WS-Release-YYYYMMDD > WS-End-YYYYMMDD
               MOVE WS-Col-Case-End TO WS-Post-Column
               PERFORM Post-Amount
           END-IF.

       Load-Prior-State-Page.
      *> The prior filing's cumulative earned position per state and
      *> line - a state/line with nothing this period still takes a
      *> slot so its movement prints.
           MOVE WS-Col-Prior-Earned TO WS-Post-Column
           MOVE SPACES TO WS-Event-Policy
           OPEN INPUT State-Page-Prior-File
           IF WS-State-Page-Prior-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ State-Page-Prior-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       MOVE SQ-State-Code TO WS-Event-State
                       MOVE SQ-Policy-Type TO WS-Event-Type
                       MOVE SQ-Earned-To-Date TO WS-Post-Amount
                       PERFORM Post-Amount
                   END-IF
               END-PERFORM
               CLOSE State-Page-Prior-File
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

       Post-Amount.
      *> WS-Post-Amount into column WS-Post-Column of the company line
      *> and of the state line for WS-Event-State/WS-Event-Type.
           IF WS-Post-Amount = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Company-Line
           IF WS-Line-Index > 0
               ADD WS-Post-Amount TO
                   CL-Amount(WS-Line-Index, WS-Post-Column)
           END-IF
           IF WS-Event-State = SPACES
               MOVE "NO STATE" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Event-Policy, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-State-Line
           IF WS-State-Index > 0
               ADD WS-Post-Amount TO
                   SL-Amount(WS-State-Index, WS-Post-Column)
           END-IF.

       Find-Company-Line.
           MOVE 0 TO WS-Line-Index
           PERFORM VARYING CompanyLineIdx FROM 1 BY 1
               UNTIL CompanyLineIdx > Company-Line-Count
               IF CL-Policy-Type(CompanyLineIdx) = WS-Event-Type
                   SET WS-Line-Index TO CompanyLineIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Line-Index = 0
               AND Company-Line-Count < 50
               ADD 1 TO Company-Line-Count
               MOVE Company-Line-Count TO WS-Line-Index
               MOVE WS-Event-Type TO CL-Policy-Type(WS-Line-Index)
               PERFORM VARYING WS-Column FROM 1 BY 1
                   UNTIL WS-Column > 7
                   MOVE 0 TO CL-Amount(WS-Line-Index, WS-Column)
               END-PERFORM
           END-IF.

       Find-State-Line.
      *> Slot for WS-Event-State/WS-Event-Type, added in state/line
      *> order when new.
           MOVE 0 TO WS-State-Index
           PERFORM VARYING StateLineIdx FROM 1 BY 1
               UNTIL StateLineIdx > State-Line-Count
               IF SL-State-Code(StateLineIdx) = WS-Event-State
                   AND SL-Policy-Type(StateLineIdx) = WS-Event-Type
                   SET WS-State-Index TO StateLineIdx
                   EXIT PERFORM
               END-IF
               IF SL-State-Code(StateLineIdx) > WS-Event-State
                   OR (SL-State-Code(StateLineIdx) = WS-Event-State
                       AND SL-Policy-Type(StateLineIdx) >
                           WS-Event-Type)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-State-Index > 0
               EXIT PARAGRAPH
           END-IF
           IF State-Line-Count NOT < 1000
               MOVE "STATE TBL FULL" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Event-Policy, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

      *> StateLineIdx stopped on the first slot that sorts after the
      *> new one (or one past the end) - open a slot there.
           SET WS-State-Index TO StateLineIdx
           ADD 1 TO State-Line-Count
           PERFORM VARYING WS-Shift-Index FROM State-Line-Count BY -1
               UNTIL WS-Shift-Index <= WS-State-Index
               MOVE StateLineRecord(WS-Shift-Index - 1) TO
                   StateLineRecord(WS-Shift-Index)
           END-PERFORM
           MOVE WS-Event-State TO SN-State-Code
           MOVE WS-Event-Type TO SN-Policy-Type
           PERFORM VARYING WS-Column FROM 1 BY 1
               UNTIL WS-Column > 7
               MOVE 0 TO SN-Amount(WS-Column)
           END-PERFORM
           MOVE StateLineNew TO StateLineRecord(WS-State-Index).

       Write-State-Page.
           OPEN OUTPUT State-Page-Report-File
           OPEN OUTPUT State-Page-Extract-File

           MOVE SPACES TO WS-Report-Line
           STRING "STATUTORY STATE PAGE - DIRECT BUSINESS  PERIOD "
                   SG-Start-Date " THROUGH " SG-End-Date
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "ST LINE           "
                   "     WRITTEN PREM" "      EARNED PREM"
                   "        DIVIDENDS" "      LOSSES PAID"
                   "  LOSSES INCURRED" "         LAE PAID"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Column FROM 1 BY 1 UNTIL WS-Column > 6
               MOVE 0 TO WS-Grand-Amount(WS-Column)
           END-PERFORM
           PERFORM VARYING WS-State-Index FROM 1 BY 1
               UNTIL WS-State-Index > State-Line-Count
               PERFORM Write-One-State-Line
           END-PERFORM

           MOVE WS-Grand-Figures TO WS-Page-Figures
           MOVE "   ALL STATES" TO WS-Line-Label
           PERFORM Write-Figures-Line

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "CROSS-FOOT - STATES TO COMPANY TOTALS BY LINE" TO
               WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM VARYING WS-Line-Index FROM 1 BY 1
               UNTIL WS-Line-Index > Company-Line-Count
               PERFORM Cross-Foot-One-Line
           END-PERFORM
           MOVE SPACES TO WS-Report-Line
           IF WS-Page-Ties = 'Y'
               MOVE "STATE PAGE CROSS-FOOTS TO COMPANY TOTALS." TO
                   WS-Report-Line
           ELSE
               MOVE "*** STATE PAGE DOES NOT CROSS-FOOT - SEE THE EXCE
      -            "PTIONS REPORT ***" TO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line

           CLOSE State-Page-Extract-File
           CLOSE State-Page-Report-File.

       Derive-State-Figures.
      *> The six page columns for state slot WS-State-Index.
           MOVE SL-Amount(WS-State-Index, WS-Col-Written) TO
               WS-Page-Written
           COMPUTE WS-Page-Earned =
               SL-Amount(WS-State-Index, WS-Col-Earned-To-Date) -
               SL-Amount(WS-State-Index, WS-Col-Prior-Earned)
           MOVE 0 TO WS-Page-Dividends
           MOVE SL-Amount(WS-State-Index, WS-Col-Losses-Paid) TO
               WS-Page-Losses-Paid
           COMPUTE WS-Page-Losses-Incurred =
               SL-Amount(WS-State-Index, WS-Col-Losses-Paid) +
               SL-Amount(WS-State-Index, WS-Col-Case-End) -
               SL-Amount(WS-State-Index, WS-Col-Case-Start)
           MOVE SL-Amount(WS-State-Index, WS-Col-LAE-Paid) TO
               WS-Page-LAE-Paid.

       Write-One-State-Line.
           PERFORM Derive-State-Figures
           MOVE SG-Start-Date TO SP-Period-Start
           MOVE SG-End-Date TO SP-Period-End
           MOVE SL-State-Code(WS-State-Index) TO SP-State-Code
           MOVE SL-Policy-Type(WS-State-Index) TO SP-Policy-Type
           MOVE WS-Page-Written TO SP-Written-Premium
           MOVE WS-Page-Earned TO SP-Earned-Premium
           MOVE WS-Page-Dividends TO SP-Dividends
           MOVE WS-Page-Losses-Paid TO SP-Losses-Paid
           MOVE WS-Page-Losses-Incurred TO SP-Losses-Incurred
           MOVE WS-Page-LAE-Paid TO SP-LAE-Paid
           MOVE SL-Amount(WS-State-Index, WS-Col-Case-End) TO
               SP-Case-Outstanding
           MOVE SL-Amount(WS-State-Index, WS-Col-Earned-To-Date) TO
               SP-Earned-To-Date
           WRITE State-Page-Extract-Record

           PERFORM VARYING WS-Column FROM 1 BY 1 UNTIL WS-Column > 6
               ADD WS-Page-Amount(WS-Column) TO
                   WS-Grand-Amount(WS-Column)
           END-PERFORM
           MOVE SPACES TO WS-Line-Label
           STRING SL-State-Code(WS-State-Index) " "
                   SL-Policy-Type(WS-State-Index)
               DELIMITED BY SIZE INTO WS-Line-Label
           PERFORM Write-Figures-Line.

       Cross-Foot-One-Line.
      *> Company figures for line WS-Line-Index against the sum of
      *> that line's state slots, column by column.
           MOVE CL-Amount(WS-Line-Index, WS-Col-Written) TO
               WS-Company-Amount(1)
           COMPUTE WS-Company-Amount(2) =
               CL-Amount(WS-Line-Index, WS-Col-Earned-To-Date) -
               CL-Amount(WS-Line-Index, WS-Col-Prior-Earned)
           MOVE 0 TO WS-Company-Amount(3)
           MOVE CL-Amount(WS-Line-Index, WS-Col-Losses-Paid) TO
               WS-Company-Amount(4)
           COMPUTE WS-Company-Amount(5) =
               CL-Amount(WS-Line-Index, WS-Col-Losses-Paid) +
               CL-Amount(WS-Line-Index, WS-Col-Case-End) -
               CL-Amount(WS-Line-Index, WS-Col-Case-Start)
           MOVE CL-Amount(WS-Line-Index, WS-Col-LAE-Paid) TO
               WS-Company-Amount(6)

           PERFORM VARYING WS-Column FROM 1 BY 1 UNTIL WS-Column > 6
               MOVE 0 TO WS-State-Sum-Amount(WS-Column)
           END-PERFORM
           PERFORM VARYING WS-State-Index FROM 1 BY 1
               UNTIL WS-State-Index > State-Line-Count
               IF SL-Policy-Type(WS-State-Index) =
                       CL-Policy-Type(WS-Line-Index)
                   PERFORM Derive-State-Figures
                   PERFORM VARYING WS-Column FROM 1 BY 1
                       UNTIL WS-Column > 6
                       ADD WS-Page-Amount(WS-Column) TO
                           WS-State-Sum-Amount(WS-Column)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE WS-Company-Figures TO WS-Page-Figures
           MOVE SPACES TO WS-Line-Label
           IF CL-Policy-Type(WS-Line-Index) = SPACES
               MOVE "CO NOT ON MASTER" TO WS-Line-Label
           ELSE
               STRING "CO " CL-Policy-Type(WS-Line-Index)
                   DELIMITED BY SIZE INTO WS-Line-Label
           END-IF
           PERFORM Write-Figures-Line
           MOVE WS-State-Sum-Figures TO WS-Page-Figures
           MOVE "   SUM OF STATES" TO WS-Line-Label
           PERFORM Write-Figures-Line

           MOVE 'Y' TO WS-Line-Ties
           PERFORM VARYING WS-Column FROM 1 BY 1 UNTIL WS-Column > 6
               COMPUTE WS-Page-Amount(WS-Column) =
                   WS-Company-Amount(WS-Column) -
                   WS-State-Sum-Amount(WS-Column)
               IF WS-Page-Amount(WS-Column) NOT = 0
                   MOVE 'N' TO WS-Line-Ties
               END-IF
           END-PERFORM
           IF WS-Line-Ties = 'N'
               MOVE 'N' TO WS-Page-Ties
               MOVE "***OUT OF BALANCE" TO WS-Line-Label
               PERFORM Write-Figures-Line
           END-IF.

       Write-Figures-Line.
           MOVE WS-Page-Written TO WS-Amount-Disp-1
           MOVE WS-Page-Earned TO WS-Amount-Disp-2
           MOVE WS-Page-Dividends TO WS-Amount-Disp-3
           MOVE WS-Page-Losses-Paid TO WS-Amount-Disp-4
           MOVE WS-Page-Losses-Incurred TO WS-Amount-Disp-5
           MOVE WS-Page-LAE-Paid TO WS-Amount-Disp-6
           MOVE SPACES TO WS-Report-Line
           STRING WS-Line-Label
                   " " WS-Amount-Disp-1 " " WS-Amount-Disp-2
                   " " WS-Amount-Disp-3 " " WS-Amount-Disp-4
                   " " WS-Amount-Disp-5 " " WS-Amount-Disp-6
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
