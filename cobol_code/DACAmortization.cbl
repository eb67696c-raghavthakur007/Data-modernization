       IDENTIFICATION DIVISION.
       PROGRAM-ID. DACAmortization.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Monthly deferred acquisition cost (DAC) run. PremiumEarnings
      *> earns premium over the term, but CommissionSettlement
      *> expenses commission the day it is paid, so revenue and the
      *> cost of acquiring it never lined up month to month. For each
      *> written policy term this run capitalizes what it cost to
      *> acquire - the commissions on AGENT.COMMISSION (BASE and
      *> OVERRIDE; the annual CONTINGENT bonus is not tied to a policy
      *> and stays an expense), the premium tax and surcharge on the
      *> latest PREMIUM.TAX.DETAIL row, and a flat underwriting cost
      *> allowance by Policy-Type - out of expense into the DAC asset
      *> (DEBIT DAC / CREDIT the expense). The asset is then amortized
      *> in step with the term's earned premium on EARNED.TODATE
      *> (DEBIT DAC amortization / CREDIT DAC), so run this after
      *> PremiumEarnings for the same period. A cancelled policy
      *> amortizes through its cancellation date and the unamortized
      *> balance is written off; a term that has rolled to renewal
      *> amortizes whatever it had left. Each term's position is
      *> kept on DAC.POSITION so a rerun posts nothing twice, and
      *> every posting goes to GL.POSTING through GLPost in balanced
      *> pairs on the policy's writing company. DAC.RPT is the
      *> rollforward - opening balance, capitalized, amortized,
      *> written off, closing balance - by company and Policy-Type,
      *> with each company's closing balance to tie to the DAC asset
      *> account on the trial balance. The period comes from the same
      *> EARNINGS.CONTROL card PremiumEarnings reads (YYYYMM),
      *> defaulting to the current month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           COPY EARNTDSEL.
           COPY DACPOSSEL.
           SELECT Earnings-Control-File ASSIGN TO "EARNINGS.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Earnings-Control-Status.
           SELECT Agent-Commission-File ASSIGN TO "AGENT.COMMISSION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Agent-Commission-Status.
           SELECT Premium-Tax-Detail-File
               ASSIGN TO "PREMIUM.TAX.DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Tax-Detail-Status.
           SELECT Policy-Cancellation-File ASSIGN TO "POLICY.CANCEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Policy-Cancellation-Status.
           SELECT DAC-Report-File ASSIGN TO "DAC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAC-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Earned-To-Date-File.
           COPY EARNTD.

       FD  DAC-Position-File.
           COPY DACPOS.

       FD  Earnings-Control-File.
       01  Earnings-Control-Record.
           05  EC-Period              PIC X(6).

       FD  Agent-Commission-File.
           COPY AGENTCOM.

       FD  Premium-Tax-Detail-File.
           COPY PREMTAXD.

       FD  Policy-Cancellation-File.
           COPY POLCANC.

       FD  DAC-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status      PIC XX.
       01  WS-Earned-To-Date-Status     PIC XX.
       01  WS-DAC-Position-Status       PIC XX.
       01  WS-Earnings-Control-Status   PIC XX.
       01  WS-Agent-Commission-Status   PIC XX.
       01  WS-Premium-Tax-Detail-Status PIC XX.
       01  WS-Policy-Cancellation-Status PIC XX.
       01  WS-DAC-Report-Status         PIC XX.
       01  WS-Report-Line               PIC X(132).
       01  WS-End-Of-File               PIC X.
       01  WS-Earnings-Available        PIC X.
       01  WS-Scan-Index                PIC 9(8) COMP.
       01  WS-Found-Index               PIC 9(8) COMP.
       01  WS-RF-Index                  PIC 9(4) COMP.
       01  WS-RF-Scan                   PIC 9(4) COMP.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Next-Month-YYYYMMDD       PIC 9(8).
       01  WS-Next-Year                 PIC 9(4).
       01  WS-Next-Month                PIC 9(2).
       01  WS-Period-End-Days           PIC S9(9).
       01  WS-Effective-YYYYMMDD        PIC 9(8).
       01  WS-Expiration-YYYYMMDD       PIC 9(8).
       01  WS-Cancel-YYYYMMDD           PIC 9(8).
       01  WS-Effective-Days            PIC S9(9).
       01  WS-Expiration-Days           PIC S9(9).
       01  WS-Earn-Through-Days         PIC S9(9).
       01  WS-Term-Days                 PIC S9(9).
       01  WS-Elapsed-Days              PIC S9(9).
       01  WS-Cancel-Date               PIC X(10).
       01  WS-Company-Code              PIC X(2).
       01  WS-UW-Allowance              PIC 9(7)V99.
       01  WS-Commission-Total          PIC 9(9)V99.
       01  WS-Tax-Total                 PIC 9(9)V99.
       01  WS-Capitalized-Total         PIC 9(9)V99.
       01  WS-Target-Amortized          PIC 9(9)V99.
       01  WS-Movement                  PIC S9(11)V99.
       01  WS-Balance                   PIC S9(11)V99.
       01  WS-Position-Found            PIC X.
      *> Underwriting cost allowance capitalized once per policy term
      *> - inspection, MVR, and credit-report cost Finance has agreed
      *> as a standard per line.
       01  CI-UW-Allowance              PIC 9(7)V99 VALUE 25.00.
       01  HI-UW-Allowance              PIC 9(7)V99 VALUE 40.00.
       01  LI-UW-Allowance              PIC 9(7)V99 VALUE 75.00.
       01  DAC-Asset-Account            PIC X(10) VALUE "1300".
       01  Commission-Expense-Account   PIC X(10) VALUE "7010".
       01  Premium-Tax-Expense-Account  PIC X(10) VALUE "7020".
       01  UW-Expense-Account           PIC X(10) VALUE "7030".
       01  DAC-Amortization-Account     PIC X(10) VALUE "7050".
       01  WS-Debit-Account             PIC X(10).
       01  WS-Credit-Account            PIC X(10).
       01  WS-GL-Amount                 PIC 9(11)V99.
       01  WS-Debit-Credit              PIC X.
       01  WS-GL-Reference              PIC X(15).
       01  WS-GL-Description            PIC X(30).
       01  WS-Amount-Disp               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-Amount-Disp-2             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-Amount-Disp-3             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-Amount-Disp-4             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-Amount-Disp-5             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-Row-Capitalized           PIC S9(11)V99.
       01  WS-Row-Proof                 PIC S9(11)V99.
       01  WS-Proof-Flag                PIC X.
       01  WS-Company-Printed           PIC X.
       01  WS-Company-Closing           PIC S9(11)V99.
       01  WS-Positions-Count           PIC 9(8) COMP VALUE 0.
      *> Commission per policy term, agent, and commission type - the
      *> latest AGENT.COMMISSION row wins, the same way a re-rated
      *> policy's newer row replaces the older one.
       01  CommissionRows.
           05  Commission-Row-Count     PIC 9(8) COMP.
           05  CommissionRow OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Commission-Row-Count
                   INDEXED BY CommissionRowIdx.
               10  CR-Policy-Number       PIC X(10).
               10  CR-Term-Number         PIC 9(3).
               10  CR-Agent-Code          PIC X(8).
               10  CR-Commission-Type     PIC X(10).
               10  CR-Commission-Amount   PIC 9(9)V99.
      *> Premium tax plus surcharge off the latest PREMIUM.TAX.DETAIL
      *> row per policy.
       01  PremiumTaxRows.
           05  Tax-Row-Count            PIC 9(8) COMP.
           05  TaxRow OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Tax-Row-Count
                   INDEXED BY TaxRowIdx.
               10  TX-Policy-Number       PIC X(10).
               10  TX-Tax-Amount          PIC 9(9)V99.
      *> Cancellation dates off the POLICY.CANCEL extract - a
      *> cancelled policy amortizes through its cancellation date.
       01  CancelDates.
           05  Cancel-Date-Count        PIC 9(8) COMP.
           05  CancelDateRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Cancel-Date-Count
                   INDEXED BY CancelDateIdx.
               10  CD-Policy-Number       PIC X(10).
               10  CD-Cancellation-Date   PIC X(10).
      *> Rollforward by writing company and Policy-Type.
       01  DACRollforward.
           05  RF-Row-Count             PIC 9(4) COMP VALUE 0.
           05  RF-Row OCCURS 60 TIMES.
               10  RF-Company-Code        PIC X(2).
               10  RF-Policy-Type         PIC X(15).
               10  RF-Opening             PIC S9(11)V99.
               10  RF-Cap-Commission      PIC S9(11)V99.
               10  RF-Cap-Tax             PIC S9(11)V99.
               10  RF-Cap-UW              PIC S9(11)V99.
               10  RF-Amortized           PIC S9(11)V99.
               10  RF-Written-Off         PIC S9(11)V99.
               10  RF-Closing             PIC S9(11)V99.
       01  WS-Browse-Mode               PIC X.
       01  WS-Total-Opening             PIC S9(11)V99 VALUE 0.
       01  WS-Total-Cap-Commission      PIC S9(11)V99 VALUE 0.
       01  WS-Total-Cap-Tax             PIC S9(11)V99 VALUE 0.
       01  WS-Total-Cap-UW              PIC S9(11)V99 VALUE 0.
       01  WS-Total-Amortized           PIC S9(11)V99 VALUE 0.
       01  WS-Total-Written-Off         PIC S9(11)V99 VALUE 0.
       01  WS-Total-Closing             PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       Begin-DAC-Amortization.
           DISPLAY "Starting monthly DAC amortization run..."
           PERFORM Load-DAC-Period
           PERFORM Load-Commissions
           PERFORM Load-Premium-Tax
           PERFORM Load-Cancellation-Dates

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "DACAmortization: cannot open policy master"
               STOP RUN
           END-IF
      *> Without EARNED.TODATE nothing is known to have earned yet -
      *> cost is still capitalized, and amortizes on the next run.
           MOVE 'Y' TO WS-Earnings-Available
           OPEN INPUT Earned-To-Date-File
           IF WS-Earned-To-Date-Status NOT = "00"
               MOVE 'N' TO WS-Earnings-Available
           END-IF
           OPEN I-O DAC-Position-File
           IF WS-DAC-Position-Status = "35"
               OPEN OUTPUT DAC-Position-File
               CLOSE DAC-Position-File
               OPEN I-O DAC-Position-File
           END-IF

           MOVE "O" TO WS-Browse-Mode
           PERFORM Browse-DAC-Positions

           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND Policy-Premium OF Policy-Master-Record > 0
                   AND Policy-Status OF Policy-Master-Record
                       NOT = "PENDING"
                   AND Policy-Status OF Policy-Master-Record
                       NOT = "DECLINED"
                   PERFORM Process-One-Policy
               END-IF
           END-PERFORM

           MOVE "C" TO WS-Browse-Mode
           PERFORM Browse-DAC-Positions

           CLOSE POLICY-MASTER-FILE
           IF WS-Earnings-Available = 'Y'
               CLOSE Earned-To-Date-File
           END-IF
           CLOSE DAC-Position-File
           PERFORM Write-Rollforward-Report
           DISPLAY "DAC amortization run complete for period "
               EC-Period " - " WS-Positions-Count " positions."
           STOP RUN.

       Load-DAC-Period.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Year WS-Current-Month
               DELIMITED BY SIZE INTO EC-Period

           OPEN INPUT Earnings-Control-File
           IF WS-Earnings-Control-Status = "00"
               READ Earnings-Control-File
                   AT END CONTINUE
               END-READ
               CLOSE Earnings-Control-File
           END-IF

      *> Period end = the day before the first of the next month,
      *> the same as-of date PremiumEarnings earns through.
           MOVE EC-Period(1:4) TO WS-Next-Year
           MOVE EC-Period(5:2) TO WS-Next-Month
           IF WS-Next-Month = 12
               ADD 1 TO WS-Next-Year
               MOVE 1 TO WS-Next-Month
           ELSE
               ADD 1 TO WS-Next-Month
           END-IF
           MOVE WS-Next-Year TO WS-Next-Month-YYYYMMDD(1:4)
           MOVE WS-Next-Month TO WS-Next-Month-YYYYMMDD(5:2)
           MOVE 01 TO WS-Next-Month-YYYYMMDD(7:2)
           COMPUTE WS-Period-End-Days =
               FUNCTION INTEGER-OF-DATE(WS-Next-Month-YYYYMMDD) - 1.

       Load-Commissions.
           MOVE 0 TO Commission-Row-Count
           OPEN INPUT Agent-Commission-File
           IF WS-Agent-Commission-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Agent-Commission-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND AC-Commission-Type NOT = "CONTINGENT"
                       PERFORM Note-One-Commission
                   END-IF
               END-PERFORM
               CLOSE Agent-Commission-File
           END-IF
           MOVE 'N' TO WS-End-Of-File.

       Note-One-Commission.
           MOVE 0 TO WS-Found-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Commission-Row-Count
               IF CR-Policy-Number(WS-Scan-Index) = AC-Policy-Number
                   AND CR-Term-Number(WS-Scan-Index) = AC-Term-Number
                   AND CR-Agent-Code(WS-Scan-Index) = AC-Agent-Code
                   AND CR-Commission-Type(WS-Scan-Index) =
                       AC-Commission-Type
                   MOVE WS-Scan-Index TO WS-Found-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Found-Index = 0
               IF Commission-Row-Count < 100000
                   ADD 1 TO Commission-Row-Count
                   MOVE Commission-Row-Count TO WS-Found-Index
                   MOVE AC-Policy-Number TO
                       CR-Policy-Number(WS-Found-Index)
                   MOVE AC-Term-Number TO
                       CR-Term-Number(WS-Found-Index)
                   MOVE AC-Agent-Code TO
                       CR-Agent-Code(WS-Found-Index)
                   MOVE AC-Commission-Type TO
                       CR-Commission-Type(WS-Found-Index)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AC-Commission-Amount TO
               CR-Commission-Amount(WS-Found-Index).

       Load-Premium-Tax.
           MOVE 0 TO Tax-Row-Count
           OPEN INPUT Premium-Tax-Detail-File
           IF WS-Premium-Tax-Detail-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Premium-Tax-Detail-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Note-One-Tax-Row
                   END-IF
               END-PERFORM
               CLOSE Premium-Tax-Detail-File
           END-IF
           MOVE 'N' TO WS-End-Of-File.

       Note-One-Tax-Row.
           MOVE 0 TO WS-Found-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Tax-Row-Count
               IF TX-Policy-Number(WS-Scan-Index) = TD-Policy-Number
                   MOVE WS-Scan-Index TO WS-Found-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Found-Index = 0
               IF Tax-Row-Count < 100000
                   ADD 1 TO Tax-Row-Count
                   MOVE Tax-Row-Count TO WS-Found-Index
                   MOVE TD-Policy-Number TO
                       TX-Policy-Number(WS-Found-Index)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE TX-Tax-Amount(WS-Found-Index) =
               TD-Tax-Amount + TD-Surcharge-Amount.

       Load-Cancellation-Dates.
           MOVE 0 TO Cancel-Date-Count
           OPEN INPUT Policy-Cancellation-File
           IF WS-Policy-Cancellation-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Policy-Cancellation-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PC-Recipient-Type = "INSURED"
                       AND Cancel-Date-Count < 100000
                       ADD 1 TO Cancel-Date-Count
                       MOVE PC-Policy-Number TO CD-Policy-Number
                           OF CancelDateRecord(Cancel-Date-Count)
                       MOVE PC-Cancellation-Date TO
                           CD-Cancellation-Date
                           OF CancelDateRecord(Cancel-Date-Count)
                   END-IF
               END-PERFORM
               CLOSE Policy-Cancellation-File
           END-IF
           MOVE 'N' TO WS-End-Of-File.

       Browse-DAC-Positions.
      *> Whole-file pass over DAC.POSITION summing each position's
      *> unamortized balance into the rollforward - mode O before
      *> this run's postings (opening), mode C after them (closing).
           MOVE LOW-VALUES TO DP-Position-Key
           START DAC-Position-File KEY NOT < DP-Position-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ DAC-Position-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM Compute-Position-Balance
                   PERFORM Find-Rollforward-Row
                   IF WS-Browse-Mode = "O"
                       ADD WS-Balance TO RF-Opening(WS-RF-Index)
                   ELSE
                       ADD WS-Balance TO RF-Closing(WS-RF-Index)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-End-Of-File.

       Process-One-Policy.
           MOVE Writing-Company-Code OF Policy-Master-Record TO
               WS-Company-Code
           IF WS-Company-Code = SPACES
               MOVE "01" TO WS-Company-Code
           END-IF
           EVALUATE Policy-Type OF Policy-Master-Record
               WHEN "CAR_INSURANCE"
                   MOVE CI-UW-Allowance TO WS-UW-Allowance
               WHEN "HOME_INSURANCE"
                   MOVE HI-UW-Allowance TO WS-UW-Allowance
               WHEN "LIFE_INSURANCE"
                   MOVE LI-UW-Allowance TO WS-UW-Allowance
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-GL-Reference

           PERFORM Finish-Prior-Term

           MOVE Policy-Number OF Policy-Master-Record TO
               DP-Policy-Number
           MOVE Term-Number OF Policy-Master-Record TO DP-Term-Number
           MOVE 'Y' TO WS-Position-Found
           READ DAC-Position-File
               INVALID KEY
                   MOVE 'N' TO WS-Position-Found
           END-READ
           IF WS-Position-Found = 'N'
               MOVE Policy-Number OF Policy-Master-Record TO
                   DP-Policy-Number
               MOVE Term-Number OF Policy-Master-Record TO
                   DP-Term-Number
               MOVE Policy-Type OF Policy-Master-Record TO
                   DP-Policy-Type
               MOVE WS-Company-Code TO DP-Company-Code
               MOVE 0 TO DP-Commission-Capitalized
               MOVE 0 TO DP-Tax-Capitalized
               MOVE 0 TO DP-UW-Capitalized
               MOVE 0 TO DP-Amortized-To-Date
               MOVE 0 TO DP-Written-Off
               MOVE "OPEN" TO DP-Position-Status
               MOVE EC-Period TO DP-First-Period
           END-IF
           IF DP-Position-Status = "WRITTENOFF"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Rollforward-Row

           PERFORM Capitalize-Acquisition-Cost
           IF Policy-Status OF Policy-Master-Record = "CANCELLED"
               PERFORM Amortize-Through-Cancellation
               PERFORM Write-Off-Unamortized
           ELSE
               PERFORM Amortize-With-Earnings
           END-IF

           MOVE EC-Period TO DP-Last-Period
           IF WS-Position-Found = 'Y'
               REWRITE DAC-Position-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE DAC-Position-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-Positions-Count.

       Finish-Prior-Term.
      *> Once a term has rolled to renewal the master only carries
      *> the new one - the expired term has earned in full, so
      *> whatever it still has on the books amortizes now.
           IF Term-Number OF Policy-Master-Record <= 1
               EXIT PARAGRAPH
           END-IF
           MOVE Policy-Number OF Policy-Master-Record TO
               DP-Policy-Number
           COMPUTE DP-Term-Number =
               Term-Number OF Policy-Master-Record - 1
           READ DAC-Position-File
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DP-Position-Status = "WRITTENOFF"
               EXIT PARAGRAPH
           END-IF
           PERFORM Compute-Position-Balance
           IF WS-Balance > 0
               PERFORM Find-Rollforward-Row
               MOVE WS-Capitalized-Total TO WS-Target-Amortized
               PERFORM Amortize-To-Target
               MOVE EC-Period TO DP-Last-Period
               REWRITE DAC-Position-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       Capitalize-Acquisition-Cost.
      *> Only the growth since the last run capitalizes - a term's
      *> cost is never capitalized twice, and a commission or tax
      *> row that turns up late is still picked up.
           MOVE 0 TO WS-Commission-Total
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Commission-Row-Count
               IF CR-Policy-Number(WS-Scan-Index) = DP-Policy-Number
                   AND CR-Term-Number(WS-Scan-Index) = DP-Term-Number
                   ADD CR-Commission-Amount(WS-Scan-Index) TO
                       WS-Commission-Total
               END-IF
           END-PERFORM
           MOVE 0 TO WS-Tax-Total
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Tax-Row-Count
               IF TX-Policy-Number(WS-Scan-Index) = DP-Policy-Number
                   MOVE TX-Tax-Amount(WS-Scan-Index) TO WS-Tax-Total
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COMPUTE WS-Movement =
               WS-Commission-Total - DP-Commission-Capitalized
           IF WS-Movement > 0
               MOVE WS-Movement TO WS-GL-Amount
               MOVE DAC-Asset-Account TO WS-Debit-Account
               MOVE Commission-Expense-Account TO WS-Credit-Account
               MOVE "COMMISSION CAPITALIZED TO DAC" TO
                   WS-GL-Description
               PERFORM Post-GL-Pair
               ADD WS-Movement TO DP-Commission-Capitalized
               ADD WS-Movement TO RF-Cap-Commission(WS-RF-Index)
           END-IF

           COMPUTE WS-Movement = WS-Tax-Total - DP-Tax-Capitalized
           IF WS-Movement > 0
               MOVE WS-Movement TO WS-GL-Amount
               MOVE DAC-Asset-Account TO WS-Debit-Account
               MOVE Premium-Tax-Expense-Account TO WS-Credit-Account
               MOVE "PREMIUM TAX CAPITALIZED TO DAC" TO
                   WS-GL-Description
               PERFORM Post-GL-Pair
               ADD WS-Movement TO DP-Tax-Capitalized
               ADD WS-Movement TO RF-Cap-Tax(WS-RF-Index)
           END-IF

           IF DP-UW-Capitalized = 0
               AND WS-UW-Allowance > 0
               MOVE WS-UW-Allowance TO WS-GL-Amount
               MOVE DAC-Asset-Account TO WS-Debit-Account
               MOVE UW-Expense-Account TO WS-Credit-Account
               MOVE "UW ALLOWANCE CAPITALIZED" TO WS-GL-Description
               PERFORM Post-GL-Pair
               MOVE WS-UW-Allowance TO DP-UW-Capitalized
               ADD WS-UW-Allowance TO RF-Cap-UW(WS-RF-Index)
           END-IF.

       Amortize-With-Earnings.
      *> The same fraction of the capitalized cost as of the term's
      *> premium has earned on EARNED.TODATE.
           IF WS-Earnings-Available = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE DP-Policy-Number TO ET-Policy-Number
           MOVE DP-Term-Number TO ET-Term-Number
           READ Earned-To-Date-File
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM Compute-Position-Balance
           COMPUTE WS-Target-Amortized ROUNDED =
               WS-Capitalized-Total * ET-Earned-To-Date /
               Policy-Premium OF Policy-Master-Record
           IF WS-Target-Amortized > WS-Capitalized-Total
               MOVE WS-Capitalized-Total TO WS-Target-Amortized
           END-IF
           PERFORM Amortize-To-Target.

       Amortize-Through-Cancellation.
      *> A cancelled term amortizes pro rata through its cancellation
      *> date - PremiumEarnings marks a cancelled position fully
      *> earned when it releases the residual reserve, so the
      *> earned-to-date figure is no guide here. With no cancellation
      *> date on file nothing more amortizes; it all writes off.
           PERFORM Compute-Position-Balance
           MOVE DP-Amortized-To-Date TO WS-Target-Amortized
           MOVE SPACES TO WS-Cancel-Date
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Cancel-Date-Count
               IF CD-Policy-Number OF CancelDateRecord(WS-Scan-Index)
                       = DP-Policy-Number
                   MOVE CD-Cancellation-Date OF
                       CancelDateRecord(WS-Scan-Index) TO
                       WS-Cancel-Date
               END-IF
           END-PERFORM
           IF WS-Cancel-Date = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE Policy-Effective-Date OF Policy-Master-Record(7:4)
               TO WS-Effective-YYYYMMDD(1:4)
           MOVE Policy-Effective-Date OF Policy-Master-Record(1:2)
               TO WS-Effective-YYYYMMDD(5:2)
           MOVE Policy-Effective-Date OF Policy-Master-Record(4:2)
               TO WS-Effective-YYYYMMDD(7:2)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(7:4)
               TO WS-Expiration-YYYYMMDD(1:4)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(1:2)
               TO WS-Expiration-YYYYMMDD(5:2)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(4:2)
               TO WS-Expiration-YYYYMMDD(7:2)
           MOVE WS-Cancel-Date(7:4) TO WS-Cancel-YYYYMMDD(1:4)
           MOVE WS-Cancel-Date(1:2) TO WS-Cancel-YYYYMMDD(5:2)
           MOVE WS-Cancel-Date(4:2) TO WS-Cancel-YYYYMMDD(7:2)
           COMPUTE WS-Effective-Days =
               FUNCTION INTEGER-OF-DATE(WS-Effective-YYYYMMDD)
           COMPUTE WS-Expiration-Days =
               FUNCTION INTEGER-OF-DATE(WS-Expiration-YYYYMMDD)
           COMPUTE WS-Earn-Through-Days =
               FUNCTION INTEGER-OF-DATE(WS-Cancel-YYYYMMDD)
           IF WS-Earn-Through-Days > WS-Period-End-Days
               MOVE WS-Period-End-Days TO WS-Earn-Through-Days
           END-IF
           IF WS-Earn-Through-Days > WS-Expiration-Days
               MOVE WS-Expiration-Days TO WS-Earn-Through-Days
           END-IF
           COMPUTE WS-Term-Days = WS-Expiration-Days - WS-Effective-Days
           COMPUTE WS-Elapsed-Days =
               WS-Earn-Through-Days - WS-Effective-Days
           IF WS-Elapsed-Days < 0
               MOVE 0 TO WS-Elapsed-Days
           END-IF
           IF WS-Term-Days > 0
               COMPUTE WS-Target-Amortized ROUNDED =
                   WS-Capitalized-Total * WS-Elapsed-Days /
                   WS-Term-Days
           ELSE
               MOVE WS-Capitalized-Total TO WS-Target-Amortized
           END-IF
           IF WS-Target-Amortized > WS-Capitalized-Total
               MOVE WS-Capitalized-Total TO WS-Target-Amortized
           END-IF
           PERFORM Amortize-To-Target.

       Amortize-To-Target.
      *> Only the movement since the last run posts - a rerun of the
      *> same period finds nothing left to amortize.
           COMPUTE WS-Movement =
               WS-Target-Amortized - DP-Amortized-To-Date
           IF WS-Movement > 0
               MOVE WS-Movement TO WS-GL-Amount
               MOVE DAC-Amortization-Account TO WS-Debit-Account
               MOVE DAC-Asset-Account TO WS-Credit-Account
               MOVE "DAC AMORTIZED" TO WS-GL-Description
               PERFORM Post-GL-Pair
               ADD WS-Movement TO DP-Amortized-To-Date
               ADD WS-Movement TO RF-Amortized(WS-RF-Index)
           END-IF.

       Write-Off-Unamortized.
           PERFORM Compute-Position-Balance
           IF WS-Balance > 0
               MOVE WS-Balance TO WS-GL-Amount
               MOVE DAC-Amortization-Account TO WS-Debit-Account
               MOVE DAC-Asset-Account TO WS-Credit-Account
               MOVE "DAC WRITTEN OFF ON CANCEL" TO WS-GL-Description
               PERFORM Post-GL-Pair
               ADD WS-Balance TO DP-Written-Off
               ADD WS-Balance TO RF-Written-Off(WS-RF-Index)
           END-IF
           MOVE "WRITTENOFF" TO DP-Position-Status.

       Compute-Position-Balance.
           COMPUTE WS-Capitalized-Total =
               DP-Commission-Capitalized + DP-Tax-Capitalized +
               DP-UW-Capitalized
           COMPUTE WS-Balance = WS-Capitalized-Total -
               DP-Amortized-To-Date - DP-Written-Off.

       Post-GL-Pair.
           MOVE DP-Policy-Number TO WS-GL-Reference
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING WS-Debit-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               DP-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING WS-Credit-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               DP-Company-Code.

       Find-Rollforward-Row.
           MOVE 0 TO WS-RF-Index
           PERFORM VARYING WS-RF-Scan FROM 1 BY 1
               UNTIL WS-RF-Scan > RF-Row-Count
               IF RF-Company-Code(WS-RF-Scan) = DP-Company-Code
                   AND RF-Policy-Type(WS-RF-Scan) = DP-Policy-Type
                   MOVE WS-RF-Scan TO WS-RF-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RF-Index = 0
               IF RF-Row-Count < 60
                   ADD 1 TO RF-Row-Count
               END-IF
               MOVE RF-Row-Count TO WS-RF-Index
               MOVE DP-Company-Code TO RF-Company-Code(WS-RF-Index)
               MOVE DP-Policy-Type TO RF-Policy-Type(WS-RF-Index)
               MOVE 0 TO RF-Opening(WS-RF-Index)
               MOVE 0 TO RF-Cap-Commission(WS-RF-Index)
               MOVE 0 TO RF-Cap-Tax(WS-RF-Index)
               MOVE 0 TO RF-Cap-UW(WS-RF-Index)
               MOVE 0 TO RF-Amortized(WS-RF-Index)
               MOVE 0 TO RF-Written-Off(WS-RF-Index)
               MOVE 0 TO RF-Closing(WS-RF-Index)
           END-IF.

       Write-Rollforward-Report.
           OPEN OUTPUT DAC-Report-File

           MOVE SPACES TO WS-Report-Line
           STRING "DEFERRED ACQUISITION COST ROLLFORWARD FOR PERIOD "
                   EC-Period "   (DAC ASSET ACCOUNT "
                   DAC-Asset-Account(1:4) ")"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "CO POLICY TYPE        OPENING BALANCE"
                   "      CAPITALIZED       AMORTIZED"
                   "     WRITTEN OFF  CLOSING BALANCE"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE 'Y' TO WS-Proof-Flag
           PERFORM VARYING WS-RF-Index FROM 1 BY 1
               UNTIL WS-RF-Index > RF-Row-Count
               PERFORM Write-Rollforward-Row
           END-PERFORM

           COMPUTE WS-Row-Capitalized = WS-Total-Cap-Commission +
               WS-Total-Cap-Tax + WS-Total-Cap-UW
           MOVE WS-Total-Opening TO WS-Amount-Disp
           MOVE WS-Row-Capitalized TO WS-Amount-Disp-2
           MOVE WS-Total-Amortized TO WS-Amount-Disp-3
           MOVE WS-Total-Written-Off TO WS-Amount-Disp-4
           MOVE WS-Total-Closing TO WS-Amount-Disp-5
           MOVE SPACES TO WS-Report-Line
           STRING "   TOTAL            " WS-Amount-Disp " "
                   WS-Amount-Disp-2 " " WS-Amount-Disp-3 " "
                   WS-Amount-Disp-4 " " WS-Amount-Disp-5
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Total-Cap-Commission TO WS-Amount-Disp
           MOVE WS-Total-Cap-Tax TO WS-Amount-Disp-2
           MOVE WS-Total-Cap-UW TO WS-Amount-Disp-3
           MOVE SPACES TO WS-Report-Line
           STRING "CAPITALIZED - COMMISSION " WS-Amount-Disp
                   "  PREMIUM TAX " WS-Amount-Disp-2
                   "  UW ALLOWANCE " WS-Amount-Disp-3
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

      *> One closing figure per writing company - what the DAC asset
      *> account on that company's trial balance should show.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM VARYING WS-RF-Index FROM 1 BY 1
               UNTIL WS-RF-Index > RF-Row-Count
               PERFORM Write-Company-Closing
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           IF WS-Proof-Flag = 'Y'
               MOVE "ROLLFORWARD PROVES - OPENING + CAPITALIZED - AMORT
      -            "IZED - WRITTEN OFF = CLOSING" TO WS-Report-Line
           ELSE
               MOVE "*** ROLLFORWARD DOES NOT PROVE - ROWS MARKED * DO
      -            "NOT FOOT ***" TO WS-Report-Line
           END-IF
           PERFORM Write-Report-Line

           CLOSE DAC-Report-File.

       Write-Rollforward-Row.
           COMPUTE WS-Row-Capitalized =
               RF-Cap-Commission(WS-RF-Index) +
               RF-Cap-Tax(WS-RF-Index) + RF-Cap-UW(WS-RF-Index)
           COMPUTE WS-Row-Proof = RF-Opening(WS-RF-Index) +
               WS-Row-Capitalized - RF-Amortized(WS-RF-Index) -
               RF-Written-Off(WS-RF-Index)
           MOVE RF-Opening(WS-RF-Index) TO WS-Amount-Disp
           MOVE WS-Row-Capitalized TO WS-Amount-Disp-2
           MOVE RF-Amortized(WS-RF-Index) TO WS-Amount-Disp-3
           MOVE RF-Written-Off(WS-RF-Index) TO WS-Amount-Disp-4
           MOVE RF-Closing(WS-RF-Index) TO WS-Amount-Disp-5
           MOVE SPACES TO WS-Report-Line
           STRING RF-Company-Code(WS-RF-Index) " "
                   RF-Policy-Type(WS-RF-Index) "  "
                   WS-Amount-Disp " " WS-Amount-Disp-2 " "
                   WS-Amount-Disp-3 " " WS-Amount-Disp-4 " "
                   WS-Amount-Disp-5
               DELIMITED BY SIZE INTO WS-Report-Line
           IF WS-Row-Proof NOT = RF-Closing(WS-RF-Index)
               MOVE "*" TO WS-Report-Line(104:1)
               MOVE 'N' TO WS-Proof-Flag
           END-IF
           PERFORM Write-Report-Line

           ADD RF-Opening(WS-RF-Index) TO WS-Total-Opening
           ADD RF-Cap-Commission(WS-RF-Index) TO
               WS-Total-Cap-Commission
           ADD RF-Cap-Tax(WS-RF-Index) TO WS-Total-Cap-Tax
           ADD RF-Cap-UW(WS-RF-Index) TO WS-Total-Cap-UW
           ADD RF-Amortized(WS-RF-Index) TO WS-Total-Amortized
           ADD RF-Written-Off(WS-RF-Index) TO WS-Total-Written-Off
           ADD RF-Closing(WS-RF-Index) TO WS-Total-Closing.

       Write-Company-Closing.
      *> Printed at the company's first row only, summing all of its
      *> rows.
           MOVE 'N' TO WS-Company-Printed
           PERFORM VARYING WS-RF-Scan FROM 1 BY 1
               UNTIL WS-RF-Scan >= WS-RF-Index
               IF RF-Company-Code(WS-RF-Scan) =
                       RF-Company-Code(WS-RF-Index)
                   MOVE 'Y' TO WS-Company-Printed
               END-IF
           END-PERFORM
           IF WS-Company-Printed = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Company-Closing
           PERFORM VARYING WS-RF-Scan FROM WS-RF-Index BY 1
               UNTIL WS-RF-Scan > RF-Row-Count
               IF RF-Company-Code(WS-RF-Scan) =
                       RF-Company-Code(WS-RF-Index)
                   ADD RF-Closing(WS-RF-Scan) TO WS-Company-Closing
               END-IF
           END-PERFORM
           MOVE WS-Company-Closing TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "COMPANY " RF-Company-Code(WS-RF-Index)
                   " DAC ASSET " DAC-Asset-Account(1:4)
                   " CLOSING BALANCE " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
