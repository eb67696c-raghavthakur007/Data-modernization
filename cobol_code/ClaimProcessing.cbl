           SELECT Disbursement-Held-File ASSIGN TO "CLAIMS.DISBHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Held-Status.
           SELECT Approval-Queue-File ASSIGN TO "CLAIMS.APPROVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Queue-Status.
           SELECT Claims-Reject-File ASSIGN TO "CLAIMS.REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claims-Reject-Status.
           COPY BENSCHDSEL.
           SELECT Contest-Queue-File ASSIGN TO "CONTEST.QUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Contest-Queue-Status.
           SELECT Salvage-Expected-File ASSIGN TO "SALVAGE.EXPECTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Salvage-Expected-Status.
           COPY INDCLMQSEL.
           COPY CLMHOLDBSEL.
           COPY VEHSTORSEL.
           SELECT Term-History-File ASSIGN TO "POLICY.TERM.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Term-History-Status.

       DATA DIVISION.
       FILE SECTION.
      *> items carry everything needed to release them once compliance
      *> clears the payee.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       FD  Approval-Queue-File.
           COPY CLMAPPRQ.

       FD  Claims-Reject-File.
           COPY CLMREJREC.
       FD  Benefit-Schedule-File.
           COPY BENSCHD.

       FD  Contest-Queue-File.
           COPY CLMCNTQ.

       FD  Salvage-Expected-File.
           COPY CLMSALV.

       FD  Industry-Submit-File.
           COPY INDCLMQ.

       FD  Claims-Holdback-File.
           COPY CLMHOLDB.

       FD  Vehicle-Storage-File.
           COPY VEHSTOR.

       FD  Term-History-File.
           COPY TERMHIST.

       WORKING-STORAGE SECTION.
       01  WS-Claims-Reject-Status PIC XX.
       01  WS-Valid-Claim-Flag    PIC X VALUE 'Y'.
       01  WS-Correspondence-Reason PIC X(40).
       01  WS-Disbursement-Status PIC XX.
       01  WS-Disbursement-Held-Status PIC XX.
       01  WS-Approval-Queue-Status PIC XX.
      *> 'Y' when this PAY decision is over the assigned adjuster's
      *> authority - every payment line it produces waits on
      *> CLAIMS.APPROVAL for a supervisor's release.
       01  WS-Authority-Hold     PIC X VALUE 'N'.
       01  WS-Screen-Context     PIC X(20).
      *> Document registration fields for the shared Correspondence
      *> hub - every letter this program cuts is also logged there
       01  WS-Doc-Summary        PIC X(40).
       01  WS-Screen-Hit         PIC X.
       01  WS-Manual-Review-Flag PIC X VALUE 'N'.
       01  WS-Industry-Submit-Status PIC XX.
       01  WS-End-Of-Industry-Rows PIC X.
       01  WS-Program-Name       PIC X(20) VALUE "ClaimProcessing".
      *> WriteExceptionReport's LK-Offending-Value is PIC X(15);
      *> GnuCOBOL sizes a BY REFERENCE argument to the sending field
       01  WS-Matched-Part-Code  PIC X(10).
       01  WS-Part-Index         PIC 9(4) COMP.
       01  WS-Part-Scan          PIC 9(4) COMP.
      *> A car laid up in storage kept only comprehensive - a loss to
      *> it inside the stored period on VEHICLE.STORAGE is covered
      *> only for the causes and part the matrix's STORED_VEHICLE
      *> rows name (see COVMTRX). WS-Stored-Loss is set only when
      *> storage is what denies the claim.
       01  WS-Vehicle-Storage-Status PIC XX.
       01  WS-Stored-Rule-Type   PIC X(15) VALUE "STORED_VEHICLE".
       01  WS-In-Storage         PIC X.
       01  WS-Stored-Rules-Found PIC X.
       01  WS-Stored-Cause-Found PIC X.
       01  WS-Stored-Part-Found  PIC X.
       01  WS-Stored-Loss        PIC X.
       01  WS-Storage-YYYYMMDD   PIC 9(8).
       01  WS-Storage-Days       PIC S9(9).
      *> Insured-to-value test on the matched part: the table
      *> percentage, the limit that percentage of Property-Value
      *> requires, what the part pays after the test, and the amount
      *> the test took off (zero when it passed or did not apply).
       01  WS-Coinsurance-Pct    PIC 9(3).
       01  WS-Coinsurance-Required PIC 9(9)V99.
       01  WS-Part-Payment       PIC 9(9)V99.
       01  WS-Coinsurance-Penalty PIC 9(9)V99.
       01  WS-Limit-Disp         PIC ZZZZZZZZ9.
       01  WS-Required-Disp      PIC ZZZZZZZZ9.
       01  WS-Beneficiary-Index  PIC 9(8) COMP.
       01  WS-Interest-Index     PIC 9(8) COMP.
       01  WS-Benefit-Schedule-Status PIC XX.
       01  WS-Loss-Days            PIC S9(9).
       01  WS-Effective-Days       PIC S9(9).
       01  WS-Expiration-Days      PIC S9(9).
      *> Contestability - a LIFE_INSURANCE death inside the state's
      *> contestable period (or, for a suicide, its exclusion window)
      *> goes to the contestability examiner, not to Score-Fraud-Risk.
      *> A state with no STATE.CONTEST row runs on these defaults.
       01  WS-Contest-Queue-Status PIC XX.
       01  WS-Default-Contest-Months PIC 9(3) VALUE 24.
       01  WS-Default-Suicide-Months PIC 9(3) VALUE 24.
       01  WS-Contest-Months       PIC 9(3).
       01  WS-Suicide-Months       PIC 9(3).
       01  WS-Window-Months        PIC 9(3).
       01  WS-Window-Month-Total   PIC 9(5).
       01  WS-Window-Years-Added   PIC 9(3).
       01  WS-Contest-Window-Type  PIC X(10).
       01  WS-Window-End-Date.
           05  WS-Window-End-Year  PIC 9(4).
           05  WS-Window-End-Month PIC 9(2).
           05  WS-Window-End-Day   PIC 9(2).
       01  WS-Contest-End-Date     PIC X(8).
      *> The windows run from the policy's inception, not the current
      *> term - renewal moves Policy-Effective-Date on every year.
      *> Inception is the earliest term on POLICY.TERM.HISTORY.
       01  WS-Term-History-Status  PIC XX.
       01  WS-End-Of-Terms         PIC X.
       01  WS-Inception-YYYYMMDD   PIC 9(8).
       01  WS-Term-Start-YYYYMMDD  PIC 9(8).
      *> Total loss - a CAR_INSURANCE loss at or above the state's
      *> threshold percentage of the damaged vehicle's value takes the
      *> vehicle off the schedule, pays the lienholder first, and opens
      *> an expected-salvage row. A state with no STATE.TOTALLOSS row
      *> runs on these defaults.
       01  WS-Salvage-Expected-Status PIC XX.
       01  WS-Default-Threshold-Pct PIC 9(3) VALUE 75.
       01  WS-Default-Salvage-Pct  PIC 9(3) VALUE 20.
       01  WS-Threshold-Pct        PIC 9(3).
       01  WS-Salvage-Pct          PIC 9(3).
       01  WS-Total-Loss-Flag      PIC X VALUE 'N'.
       01  WS-Loss-Vehicle-Index   PIC 9(4) COMP.
       01  WS-Loss-Vehicle-Value   PIC 9(9)V99.
       01  WS-Total-Loss-Threshold PIC 9(9)V99.
       01  WS-Lien-Index           PIC 9(4) COMP.
       01  WS-Lien-Payment         PIC 9(9)V99.
       01  WS-Insured-Payment      PIC 9(9)V99.
       01  WS-Driver-Index         PIC 9(4) COMP.
      *> PolicyEndorsement's vehicle DELETE does the schedule change
      *> and the pro-rata credit; these are its LINKAGE arguments.
       01  WS-Vehicle-Action       PIC X(10).
       01  WS-Vehicle-Usage        PIC X(10).
       01  WS-No-Car-Value         PIC 9(9)V99 VALUE 0.
       01  WS-No-Coverage-Amount   PIC 9(9)V99 VALUE 0.
       01  WS-No-Deductible        PIC 9(9)V99 VALUE 0.
      *> Recoverable depreciation - a replacement-cost HOME dwelling
      *> or contents loss pays actual cash value now and holds the
      *> adjuster's depreciation on CLAIMS.HOLDBACK until proof of
      *> repair, or until the state's window runs out. A state with
      *> no STATE.RCHOLDBACK row runs on this default.
       01  WS-Claims-Holdback-Status PIC XX.
       01  WS-Default-Holdback-Days PIC 9(4) VALUE 180.
       01  WS-Holdback-Days        PIC 9(4).
       01  WS-Holdback-Amount      PIC 9(9)V99 VALUE 0.
       01  WS-Holdback-Disp        PIC ZZZZZZZZ9.99.
       01  WS-Decision-YYYYMMDD    PIC 9(8).
       01  WS-Holdback-Expiry-Days PIC S9(9).
       01  WS-Holdback-Expiry.
           05  WS-Holdback-Expiry-Year  PIC 9(4).
           05  WS-Holdback-Expiry-Month PIC 9(2).
           05  WS-Holdback-Expiry-Day   PIC 9(2).
       01  WS-Holdback-Expiry-Date PIC X(10).
       01  WS-Note-User            PIC X(8) VALUE "SYSTEM".
       01  WS-Note-Text            PIC X(60).
      *> One-row table - how a single-policy caller feeds the
      *> table-driven endorsement subprogram (see NonPayCancellation).
       COPY POLMSTBL.

       LINKAGE SECTION.
           COPY CLMREC.
      *> the hardcoded FIRE/THEFT/FLOOD test that made a LIFE death
      *> claim unpayable and rejected a car collision.
       COPY COVMTTBL.
      *> State contestable-period/suicide-exclusion windows, loaded
      *> once per run by the caller the same way.
       COPY STCONTBL.
      *> State total-loss thresholds, loaded once per run by the
      *> caller the same way.
       COPY STTLTBL.
      *> Recoverable-depreciation windows by state, loaded once per
      *> run by the caller the same way.
       COPY STRCTBL.
      *> Coinsurance percentages by Policy-Type and coverage part,
      *> loaded once per run by the caller the same way.
       COPY COINSTBL.

       PROCEDURE DIVISION USING ClaimRecord, PolicyRecord,
               LK-Policy-Found, LK-Master-Update, CoverageMatrixFile,
               StateContestFile, StateTotalLossFile, CoinsuranceFile,
               StateRCHoldbackFile.
       Begin-Claim.
           MOVE 0 TO Net-Payment-Amount OF ClaimRecord
           MOVE 0 TO WS-Coinsurance-Penalty
           MOVE 0 TO WS-Holdback-Amount
           MOVE 'N' TO LK-Master-Update
           MOVE 'N' TO WS-Total-Loss-Flag
           MOVE SPACES TO WS-Reject-Reason-Override
           PERFORM Validate-Claim-Record

                           OR WS-Loss-Days > WS-Expiration-Days
                       MOVE "REJECT" TO Claim-Status OF ClaimRecord
                   ELSE
                       PERFORM Test-Contestable-Period
                       IF WS-Contest-Window-Type NOT = SPACES
      *> An early death claim is decided by the contestability
      *> examiner (PAY or RESCIND) - it carries a case reserve for the
      *> benefit while it waits, the same as a REVIEW claim.
                           MOVE "CONTEST" TO
                               Claim-Status OF ClaimRecord
                           PERFORM Set-Case-Reserve
                           PERFORM Write-Contest-Queue
                       ELSE
                       PERFORM Score-Fraud-Risk
                       IF WS-Manual-Review-Flag = 'Y'
                           MOVE "REVIEW" TO Claim-Status OF ClaimRecord
      *> string of partial claims can't together blow through the
      *> limit.
                               PERFORM Adjudicate-Covered-Loss
                               IF Claim-Status OF ClaimRecord = "PAY"
                                   PERFORM Test-Total-Loss
                                   PERFORM Test-Depreciation-Holdback
                               END-IF
                           ELSE
                               MOVE "REJECT" TO
                                   Claim-Status OF ClaimRecord
                                   WS-Offending-Value
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM Write-Claims-Register
           PERFORM Write-Correspondence
           IF Claim-Status OF ClaimRecord = "PAY"
               PERFORM Test-Adjuster-Authority
               PERFORM Write-Disbursement-Extract
               IF WS-Holdback-Amount > 0
                   PERFORM Open-Depreciation-Holdback
               END-IF
           END-IF

           EXIT PROGRAM.

       Test-Adjuster-Authority.
      *> The decision itself stands - the claim is PAY on the
      *> register and the policyholder is told so - but money above
      *> the adjuster's authority does not leave without a
      *> supervisor. An unassigned claim is one no adjuster's
      *> authority covered in the first place.
           MOVE 'N' TO WS-Authority-Hold
           MOVE SPACES TO WS-Note-Text
           IF Adjuster-Id OF ClaimRecord = SPACES
               MOVE 'Y' TO WS-Authority-Hold
               STRING "PAYMENT HELD FOR SUPERVISOR RELEASE - NO "
                       "ADJUSTER ASSIGNED" DELIMITED BY SIZE
                   INTO WS-Note-Text
           ELSE
               IF Adjuster-Authority-Limit OF ClaimRecord > 0
                   AND Net-Payment-Amount OF ClaimRecord >
                       Adjuster-Authority-Limit OF ClaimRecord
                   MOVE 'Y' TO WS-Authority-Hold
                   STRING "PAYMENT HELD FOR SUPERVISOR RELEASE - "
                           "OVER ADJUSTER AUTHORITY" DELIMITED BY SIZE
                       INTO WS-Note-Text
               END-IF
           END-IF
           IF WS-Authority-Hold = 'Y'
               CALL "ClaimNote" USING Claim-Number OF ClaimRecord,
                   WS-Note-User, WS-Note-Text
           END-IF.

       Compute-Loss-Date-Days.
      *> Same MM/DD/YYYY-to-YYYYMMDD-to-FUNCTION INTEGER-OF-DATE
      *> day-count idiom PolicyCancellation/PolicyEndorsement use -
      *> scoring) keeps seeing the whole policy's paid total.
           IF Amount-of-Loss OF ClaimRecord >
                   CP-Deductible OF PolicyRecord(WS-Part-Index)
               PERFORM Test-Insured-To-Value
               COMPUTE WS-New-Cumulative-Paid =
                   CP-Claims-Paid OF PolicyRecord(WS-Part-Index) +
                   WS-Part-Payment
               IF WS-New-Cumulative-Paid <=
                       CP-Limit OF PolicyRecord(WS-Part-Index)
                   MOVE WS-Part-Payment TO
                       Net-Payment-Amount OF ClaimRecord
                   MOVE "PAY" TO Claim-Status OF ClaimRecord
                   IF WS-Coinsurance-Penalty > 0
                       PERFORM Note-Coinsurance-Penalty
                   END-IF
                   IF LK-Policy-Found = 'Y'
                       MOVE WS-New-Cumulative-Paid TO
                           CP-Claims-Paid OF
                   END-IF
               ELSE
                   MOVE "REJECT" TO Claim-Status OF ClaimRecord
                   MOVE 0 TO WS-Coinsurance-Penalty
               END-IF
           ELSE
               MOVE "REJECT" TO Claim-Status OF ClaimRecord
           END-IF.

       Test-Insured-To-Value.
      *> A home insured well under its value pays a loss only in the
      *> proportion its limit bears to the limit it should carry -
      *> the table percentage of Property-Value for this Policy-Type
      *> and part. Otherwise a policy bought cheap against a fraction
      *> of the dwelling's value collects in full on every partial
      *> loss. A part with no table row, or a policy with no
      *> Property-Value on file, pays loss less deductible as before.
           COMPUTE WS-Part-Payment =
               Amount-of-Loss OF ClaimRecord -
               CP-Deductible OF PolicyRecord(WS-Part-Index)
           MOVE 0 TO WS-Coinsurance-Penalty
           IF Property-Value OF PolicyRecord = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Coinsurance-Pct
           PERFORM VARYING CoinsuranceIdx FROM 1 BY 1
               UNTIL CoinsuranceIdx > Coinsurance-Count
               IF CI-Policy-Type OF CoinsuranceRecord(CoinsuranceIdx) =
                       Policy-Type OF PolicyRecord
                   AND CI-Coverage-Part OF
                       CoinsuranceRecord(CoinsuranceIdx) =
                       CP-Part-Code OF PolicyRecord(WS-Part-Index)
                   MOVE CI-Coinsurance-Pct OF
                       CoinsuranceRecord(CoinsuranceIdx) TO
                       WS-Coinsurance-Pct
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Coinsurance-Pct = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Coinsurance-Required ROUNDED =
               Property-Value OF PolicyRecord * WS-Coinsurance-Pct / 100
           IF CP-Limit OF PolicyRecord(WS-Part-Index) >=
                   WS-Coinsurance-Required
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Part-Payment ROUNDED =
               (Amount-of-Loss OF ClaimRecord -
                CP-Deductible OF PolicyRecord(WS-Part-Index)) *
               CP-Limit OF PolicyRecord(WS-Part-Index) /
               WS-Coinsurance-Required
           COMPUTE WS-Coinsurance-Penalty =
               Amount-of-Loss OF ClaimRecord -
               CP-Deductible OF PolicyRecord(WS-Part-Index) -
               WS-Part-Payment.

       Note-Coinsurance-Penalty.
           MOVE CP-Limit OF PolicyRecord(WS-Part-Index) TO WS-Limit-Disp
           MOVE WS-Coinsurance-Required TO WS-Required-Disp
           MOVE SPACES TO WS-Note-Text
           STRING "COINSURANCE PENALTY - LIMIT " DELIMITED BY SIZE
                   WS-Limit-Disp DELIMITED BY SIZE
                   " UNDER " DELIMITED BY SIZE
                   WS-Required-Disp DELIMITED BY SIZE
               INTO WS-Note-Text
           CALL "ClaimNote" USING Claim-Number OF ClaimRecord,
               WS-Note-User, WS-Note-Text.

       Adjudicate-Against-Policy.
           IF Amount-of-Loss OF ClaimRecord >
                   Policy-Deductible OF PolicyRecord
               MOVE "REJECT" TO Claim-Status OF ClaimRecord
           END-IF.

       Test-Depreciation-Holdback.
      *> A replacement-cost HOME_INSURANCE loss to the dwelling or
      *> contents (or adjudicated at the policy level) pays actual
      *> cash value first - the adjudicated payment less the
      *> depreciation the adjuster keyed - and the depreciation is
      *> held until the policyholder shows the repair was made.
      *> Coverage-Limits and the part's claims paid were already
      *> charged the whole amount above, so the holdback stays
      *> inside the limit it was adjudicated against; HoldbackRelease
      *> gives it back to the limit only if it expires unclaimed.
           MOVE 0 TO WS-Holdback-Amount
           IF Policy-Type OF PolicyRecord NOT = "HOME_INSURANCE"
               EXIT PARAGRAPH
           END-IF
      *> Intake records keyed before the field existed read as spaces.
           IF Depreciation-Amount OF ClaimRecord NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF Depreciation-Amount OF ClaimRecord = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-Part-Index > 0
               AND WS-Matched-Part-Code NOT = "DWELLING"
               AND WS-Matched-Part-Code NOT = "CONTENTS"
               EXIT PARAGRAPH
           END-IF
           IF Depreciation-Amount OF ClaimRecord >
                   Net-Payment-Amount OF ClaimRecord
               MOVE Net-Payment-Amount OF ClaimRecord TO
                   WS-Holdback-Amount
           ELSE
               MOVE Depreciation-Amount OF ClaimRecord TO
                   WS-Holdback-Amount
           END-IF
           SUBTRACT WS-Holdback-Amount FROM
               Net-Payment-Amount OF ClaimRecord.

       Open-Depreciation-Holdback.
      *> The held depreciation goes on CLAIMS.HOLDBACK with its
      *> expiry - the decision date plus the state's window - and is
      *> reserved on the ledger through CaseReserve so the liability
      *> shows until it is paid or expires.
           MOVE WS-Default-Holdback-Days TO WS-Holdback-Days
           PERFORM VARYING StateRCHoldbackIdx FROM 1 BY 1
               UNTIL StateRCHoldbackIdx > State-RC-Holdback-Count
               IF RH-State-Code OF
                       StateRCHoldbackRecord(StateRCHoldbackIdx) =
                       State-Code OF PolicyRecord
                   MOVE RH-Holdback-Days OF
                       StateRCHoldbackRecord(StateRCHoldbackIdx) TO
                       WS-Holdback-Days
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-Current-Date TO WS-Decision-YYYYMMDD
           COMPUTE WS-Holdback-Expiry-Days =
               FUNCTION INTEGER-OF-DATE(WS-Decision-YYYYMMDD) +
               WS-Holdback-Days
           MOVE FUNCTION DATE-OF-INTEGER(WS-Holdback-Expiry-Days) TO
               WS-Holdback-Expiry
           MOVE SPACES TO WS-Holdback-Expiry-Date
           STRING WS-Holdback-Expiry-Month "/" WS-Holdback-Expiry-Day
                   "/" WS-Holdback-Expiry-Year
               DELIMITED BY SIZE INTO WS-Holdback-Expiry-Date

           OPEN I-O Claims-Holdback-File
           IF WS-Claims-Holdback-Status = "35"
               OPEN OUTPUT Claims-Holdback-File
               CLOSE Claims-Holdback-File
               OPEN I-O Claims-Holdback-File
           END-IF
           MOVE Claim-Number OF ClaimRecord TO HB-Claim-Number
           MOVE Policy-Number OF ClaimRecord TO HB-Policy-Number
           MOVE Policy-Type OF PolicyRecord TO HB-Policy-Type
           MOVE State-Code OF PolicyRecord TO HB-State-Code
           MOVE WS-Matched-Part-Code TO HB-Part-Code
           IF WS-Part-Index = 0
               MOVE SPACES TO HB-Part-Code
           END-IF
           MOVE WS-Holdback-Amount TO HB-Holdback-Amount
           MOVE 0 TO HB-Released-Amount
           MOVE "OPEN" TO HB-Holdback-Status
           MOVE Decision-Date OF ClaimRecord TO HB-Set-Date
           MOVE WS-Holdback-Expiry-Date TO HB-Expiry-Date
           MOVE SPACES TO HB-Closed-Date
           MOVE Policy-Holder-Name OF PolicyRecord TO HB-Payee
           MOVE Payee-Tax-Id OF ClaimRecord TO HB-Payee-Tax-Id
           IF Writing-Company-Code OF PolicyRecord = SPACES
               MOVE "01" TO HB-Company-Code
           ELSE
               MOVE Writing-Company-Code OF PolicyRecord TO
                   HB-Company-Code
           END-IF
           WRITE Claims-Holdback-Record
               INVALID KEY
                   DISPLAY "ClaimProcessing: holdback row exists for "
                       Claim-Number OF ClaimRecord
           END-WRITE
           CLOSE Claims-Holdback-File

           MOVE "HOLDBACK" TO WS-Reserve-Mode
           CALL "CaseReserve" USING WS-Reserve-Mode,
               Claim-Number OF ClaimRecord,
               Policy-Number OF ClaimRecord,
               Policy-Type OF PolicyRecord,
               WS-Holdback-Amount,
               HB-Company-Code

           MOVE WS-Holdback-Amount TO WS-Holdback-Disp
           MOVE SPACES TO WS-Note-Text
           STRING "ACV PAID - DEPRECIATION " DELIMITED BY SIZE
                   WS-Holdback-Disp DELIMITED BY SIZE
                   " HELD TO " DELIMITED BY SIZE
                   WS-Holdback-Expiry-Date DELIMITED BY SIZE
               INTO WS-Note-Text
           CALL "ClaimNote" USING Claim-Number OF ClaimRecord,
               WS-Note-User, WS-Note-Text.

       Test-Total-Loss.
      *> Only a CAR_INSURANCE loss naming a scheduled vehicle can be a
      *> total loss - a policy rating off the single Car-Value field,
      *> or a claim with no VIN, adjudicates as an ordinary repair.
           IF Policy-Type OF PolicyRecord NOT = "CAR_INSURANCE"
               OR Loss-VIN OF ClaimRecord = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Loss-Vehicle-Index
           PERFORM VARYING WS-Part-Scan FROM 1 BY 1
               UNTIL WS-Part-Scan > Vehicle-Count OF PolicyRecord
               IF VH-VIN OF PolicyRecord(WS-Part-Scan) =
                       Loss-VIN OF ClaimRecord
                   MOVE WS-Part-Scan TO WS-Loss-Vehicle-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Loss-Vehicle-Index = 0
               EXIT PARAGRAPH
           END-IF
           MOVE VH-Vehicle-Value OF PolicyRecord(WS-Loss-Vehicle-Index)
               TO WS-Loss-Vehicle-Value
           IF WS-Loss-Vehicle-Value = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Default-Threshold-Pct TO WS-Threshold-Pct
           MOVE WS-Default-Salvage-Pct TO WS-Salvage-Pct
           PERFORM VARYING StateTotalLossIdx FROM 1 BY 1
               UNTIL StateTotalLossIdx > State-Total-Loss-Count
               IF TL-State-Code OF
                       StateTotalLossRecord(StateTotalLossIdx) =
                       State-Code OF PolicyRecord
                   MOVE TL-Threshold-Pct OF
                       StateTotalLossRecord(StateTotalLossIdx) TO
                       WS-Threshold-Pct
                   MOVE TL-Salvage-Pct OF
                       StateTotalLossRecord(StateTotalLossIdx) TO
                       WS-Salvage-Pct
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COMPUTE WS-Total-Loss-Threshold ROUNDED =
               WS-Loss-Vehicle-Value * WS-Threshold-Pct / 100
           IF Amount-of-Loss OF ClaimRecord >= WS-Total-Loss-Threshold
               MOVE 'Y' TO WS-Total-Loss-Flag
               PERFORM Process-Total-Loss
           END-IF.

       Process-Total-Loss.
      *> The car no longer exists, so it stops carrying premium: the
      *> same vehicle DELETE an agent-keyed endorsement runs, dated
      *> the day of the loss, so the credit is pro rata from then to
      *> expiration and lands on POLICY.ENDORSEMENT and PREMIUM.HISTORY
      *> like any other schedule change. Any credit balance it leaves
      *> is paid back by the credit-balance refund run.
           MOVE 1 TO Policy-Count
           MOVE PolicyRecord TO PolicyDB2Record(1)
           MOVE "DELETE" TO WS-Vehicle-Action
           MOVE SPACES TO WS-Vehicle-Usage
           CALL "PolicyEndorsement" USING PolicyDB2File,
               Policy-Number OF ClaimRecord, WS-No-Car-Value,
               WS-No-Coverage-Amount, Date-of-Loss OF ClaimRecord,
               WS-Vehicle-Action, Loss-VIN OF ClaimRecord,
               WS-Loss-Vehicle-Value, WS-Vehicle-Usage,
               WS-No-Deductible
           MOVE PolicyDB2Record(1) TO PolicyRecord
           MOVE 'Y' TO LK-Master-Update

      *> A driver rated on the totaled car is no longer assigned to
      *> anything on the schedule.
           PERFORM VARYING WS-Driver-Index FROM 1 BY 1
               UNTIL WS-Driver-Index > Driver-Count OF PolicyRecord
               IF DR-Assigned-VIN OF PolicyRecord(WS-Driver-Index) =
                       Loss-VIN OF ClaimRecord
                   MOVE SPACES TO
                       DR-Assigned-VIN OF PolicyRecord(WS-Driver-Index)
               END-IF
           END-PERFORM

           PERFORM Write-Salvage-Expected

           MOVE SPACES TO WS-Note-Text
           STRING "TOTAL LOSS - VIN " DELIMITED BY SIZE
               Loss-VIN OF ClaimRecord DELIMITED BY SPACE
               " OFF SCHEDULE, SALVAGE OPENED" DELIMITED BY SIZE
               INTO WS-Note-Text
           CALL "ClaimNote" USING Claim-Number OF ClaimRecord,
               WS-Note-User, WS-Note-Text.

       Write-Salvage-Expected.
      *> What the salvage sale should bring back, for
      *> RecoveryApplication to match the actual SALVAGE recovery
      *> against when it arrives.
           OPEN EXTEND Salvage-Expected-File
           IF WS-Salvage-Expected-Status = "35"
               OPEN OUTPUT Salvage-Expected-File
           END-IF
           MOVE Claim-Number OF ClaimRecord TO SV-Claim-Number
           MOVE Policy-Number OF ClaimRecord TO SV-Policy-Number
           MOVE Loss-VIN OF ClaimRecord TO SV-VIN
           MOVE WS-Loss-Vehicle-Value TO SV-Vehicle-Value
           COMPUTE SV-Expected-Amount ROUNDED =
               WS-Loss-Vehicle-Value * WS-Salvage-Pct / 100
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO SV-Opened-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO SV-Opened-Date
           MOVE 0 TO SV-Received-Amount
           MOVE SPACES TO SV-Received-Date
           MOVE "OPEN" TO SV-Salvage-Status
           WRITE Salvage-Expected-Record
           CLOSE Salvage-Expected-File.

       Update-Policy-Cumulative-Paid.
      *> The new cumulative-claims-paid total lands on the caller's
      *> PolicyRecord, and LK-Master-Update tells the caller to REWRITE
      *> - loss amount at or above 90% of Coverage-Limits
      *> - a claim has already been paid on this policy this term
      *> (repeat-claim pattern)
      *> - an earlier claim on this policy matched prior losses at
      *> other carriers in the industry claims database
           MOVE 'N' TO WS-Manual-Review-Flag

           IF Date-of-Loss OF ClaimRecord(1:2) =
           IF Cumulative-Claims-Paid OF PolicyRecord > 0
               AND Fast-Track-Flag OF ClaimRecord NOT = 'Y'
               MOVE 'Y' TO WS-Manual-Review-Flag
           END-IF

           PERFORM Test-Industry-Prior-Losses.

       Test-Industry-Prior-Losses.
      *> Our own register only knows our own losses. When the
      *> industry claims database has matched an earlier claim on
      *> this policy to prior losses at other carriers
      *> (CLAIMSEARCH.SUBMITTED, kept by ClaimSearchApply), the new
      *> claim goes to review too.
           OPEN INPUT Industry-Submit-File
           IF WS-Industry-Submit-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE Policy-Number OF ClaimRecord TO IQ-Policy-Number
           START Industry-Submit-File KEY = IQ-Policy-Number
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Industry-Rows
           IF WS-Industry-Submit-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Industry-Rows
           END-IF
           PERFORM UNTIL WS-End-Of-Industry-Rows = 'Y'
               READ Industry-Submit-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Industry-Rows
               END-READ
               IF WS-End-Of-Industry-Rows = 'N'
                   IF IQ-Policy-Number NOT =
                           Policy-Number OF ClaimRecord
                       MOVE 'Y' TO WS-End-Of-Industry-Rows
                   ELSE
                       IF IQ-Prior-Loss-Count > 0
                           MOVE 'Y' TO WS-Manual-Review-Flag
                           MOVE 'Y' TO WS-End-Of-Industry-Rows
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Industry-Submit-File.

       Test-Contestable-Period.
      *> Only a LIFE_INSURANCE claim is contestable. The windows run in
      *> months from the policy's inception; a suicide inside the
      *> exclusion window is queued as SUICIDE (the exclusion, not
      *> misrepresentation, is the question), anything else inside the
      *> contestable period as CONTEST. A zero window means the state
      *> has none.
           MOVE SPACES TO WS-Contest-Window-Type
           MOVE SPACES TO WS-Contest-End-Date
           IF Policy-Type OF PolicyRecord NOT = "LIFE_INSURANCE"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Policy-Inception
           MOVE WS-Default-Contest-Months TO WS-Contest-Months
           MOVE WS-Default-Suicide-Months TO WS-Suicide-Months
           PERFORM VARYING StateContestIdx FROM 1 BY 1
               UNTIL StateContestIdx > State-Contest-Count
               IF SX-State-Code OF StateContestRecord(StateContestIdx)
                       = State-Code OF PolicyRecord
                   MOVE SX-Contest-Months OF
                       StateContestRecord(StateContestIdx) TO
                       WS-Contest-Months
                   MOVE SX-Suicide-Months OF
                       StateContestRecord(StateContestIdx) TO
                       WS-Suicide-Months
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF Cause-of-Loss OF ClaimRecord = "SUICIDE"
               AND WS-Suicide-Months > 0
               MOVE WS-Suicide-Months TO WS-Window-Months
               PERFORM Compute-Window-End-Date
               IF WS-Loss-YYYYMMDD < WS-Window-End-Date
                   MOVE "SUICIDE" TO WS-Contest-Window-Type
                   MOVE WS-Window-End-Date TO WS-Contest-End-Date
               END-IF
           END-IF

           IF WS-Contest-Window-Type = SPACES
               AND WS-Contest-Months > 0
               MOVE WS-Contest-Months TO WS-Window-Months
               PERFORM Compute-Window-End-Date
               IF WS-Loss-YYYYMMDD < WS-Window-End-Date
                   MOVE "CONTEST" TO WS-Contest-Window-Type
                   MOVE WS-Window-End-Date TO WS-Contest-End-Date
               END-IF
           END-IF.

       Find-Policy-Inception.
      *> A first-term policy's inception is its effective date. A
      *> renewed one takes the earliest closed term on
      *> POLICY.TERM.HISTORY; with no history row to be found the
      *> terms are counted back a year apiece, the way PolicyRenewal
      *> rolls them.
           MOVE WS-Effective-YYYYMMDD TO WS-Inception-YYYYMMDD
           IF Term-Number OF PolicyRecord NOT > 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Inception-YYYYMMDD = WS-Effective-YYYYMMDD -
               (Term-Number OF PolicyRecord - 1) * 10000
           OPEN INPUT Term-History-File
           IF WS-Term-History-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-Terms
           PERFORM UNTIL WS-End-Of-Terms = 'Y'
               READ Term-History-File
                   AT END MOVE 'Y' TO WS-End-Of-Terms
               END-READ
               IF WS-End-Of-Terms = 'N'
                   AND TH-Policy-Number =
                       Policy-Number OF PolicyRecord
                   AND TH-Effective-Date(1:2) IS NUMERIC
                   AND TH-Effective-Date(4:2) IS NUMERIC
                   AND TH-Effective-Date(7:4) IS NUMERIC
                   MOVE TH-Effective-Date(7:4) TO
                       WS-Term-Start-YYYYMMDD(1:4)
                   MOVE TH-Effective-Date(1:2) TO
                       WS-Term-Start-YYYYMMDD(5:2)
                   MOVE TH-Effective-Date(4:2) TO
                       WS-Term-Start-YYYYMMDD(7:2)
                   IF WS-Term-Start-YYYYMMDD < WS-Inception-YYYYMMDD
                       OR TH-Term-Number = 1
                       MOVE WS-Term-Start-YYYYMMDD TO
                           WS-Inception-YYYYMMDD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Term-History-File.

       Compute-Window-End-Date.
      *> Inception plus WS-Window-Months calendar months, same day of
      *> the month - compared as YYYYMMDD digits, so a day the target
      *> month does not have still sorts correctly.
           MOVE WS-Inception-YYYYMMDD(1:4) TO WS-Window-End-Year
           MOVE WS-Inception-YYYYMMDD(5:2) TO WS-Window-End-Month
           MOVE WS-Inception-YYYYMMDD(7:2) TO WS-Window-End-Day
           COMPUTE WS-Window-Month-Total =
               WS-Window-End-Month - 1 + WS-Window-Months
           DIVIDE WS-Window-Month-Total BY 12
               GIVING WS-Window-Years-Added
               REMAINDER WS-Window-End-Month
           ADD 1 TO WS-Window-End-Month
           ADD WS-Window-Years-Added TO WS-Window-End-Year.

       Write-Contest-Queue.
      *> The contestability examiner's worklist - everything needed to
      *> order the application file and the medical records without
      *> pulling the claim up first.
           OPEN EXTEND Contest-Queue-File
           IF WS-Contest-Queue-Status = "35"
               OPEN OUTPUT Contest-Queue-File
           END-IF
           MOVE Claim-Number OF ClaimRecord TO CQ-Claim-Number
           MOVE Policy-Number OF ClaimRecord TO CQ-Policy-Number
           MOVE State-Code OF PolicyRecord TO CQ-State-Code
      *> The date the windows ran from - the policy's inception.
           MOVE SPACES TO CQ-Effective-Date
           STRING WS-Inception-YYYYMMDD(5:2) "/"
                   WS-Inception-YYYYMMDD(7:2) "/"
                   WS-Inception-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO CQ-Effective-Date
           MOVE Date-of-Loss OF ClaimRecord TO CQ-Date-of-Loss
           MOVE Cause-of-Loss OF ClaimRecord TO CQ-Cause-of-Loss
           MOVE Amount-of-Loss OF ClaimRecord TO CQ-Amount-of-Loss
           MOVE WS-Contest-Window-Type TO CQ-Window-Type
           MOVE SPACES TO CQ-Window-End-Date
           STRING WS-Contest-End-Date(5:2) "/" WS-Contest-End-Date(7:2)
                   "/" WS-Contest-End-Date(1:4)
               DELIMITED BY SIZE INTO CQ-Window-End-Date
           MOVE Cumulative-Premium-Paid OF PolicyRecord TO
               CQ-Premium-Paid
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO CQ-Queued-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO CQ-Queued-Date
           WRITE Contest-Queue-Record
           CLOSE Contest-Queue-File.

       Test-Coverage-Matrix.
           MOVE 'N' TO WS-Cause-Covered
           MOVE SPACES TO WS-Matched-Part-Code
                       WS-Matched-Part-Code
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-Stored-Loss
           IF WS-Cause-Covered = 'Y'
               PERFORM Test-Stored-Vehicle-Cover
           END-IF.

       Test-Stored-Vehicle-Cover.
      *> A loss dated from the lay-up date up to (not including) the
      *> day full coverage came back falls under comprehensive alone.
      *> No storage row, or a loss outside the stored period, leaves
      *> the matrix answer alone.
           MOVE 'N' TO WS-In-Storage
           IF Policy-Type OF PolicyRecord NOT = "CAR_INSURANCE"
               OR Loss-VIN OF ClaimRecord = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Vehicle-Storage-File
           IF WS-Vehicle-Storage-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE Policy-Number OF PolicyRecord TO VS-Policy-Number
           MOVE Loss-VIN OF ClaimRecord TO VS-VIN
           READ Vehicle-Storage-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Vehicle-Storage-Status = "00"
               MOVE VS-Suspend-Date(7:4) TO WS-Storage-YYYYMMDD(1:4)
               MOVE VS-Suspend-Date(1:2) TO WS-Storage-YYYYMMDD(5:2)
               MOVE VS-Suspend-Date(4:2) TO WS-Storage-YYYYMMDD(7:2)
               COMPUTE WS-Storage-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Storage-YYYYMMDD)
               IF WS-Loss-Days >= WS-Storage-Days
                   MOVE 'Y' TO WS-In-Storage
                   IF VS-Resumed-Date NOT = SPACES
                       MOVE VS-Resumed-Date(7:4) TO
                           WS-Storage-YYYYMMDD(1:4)
                       MOVE VS-Resumed-Date(1:2) TO
                           WS-Storage-YYYYMMDD(5:2)
                       MOVE VS-Resumed-Date(4:2) TO
                           WS-Storage-YYYYMMDD(7:2)
                       COMPUTE WS-Storage-Days =
                           FUNCTION INTEGER-OF-DATE(WS-Storage-YYYYMMDD)
                       IF WS-Loss-Days >= WS-Storage-Days
                           MOVE 'N' TO WS-In-Storage
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE Vehicle-Storage-File
           IF WS-In-Storage = 'Y'
               PERFORM Test-Stored-Cause-Cover
           END-IF
           IF WS-Stored-Loss = 'Y'
               MOVE 'N' TO WS-Cause-Covered
           END-IF.

       Test-Stored-Cause-Cover.
      *> A cause on the STORED_VEHICLE list still pays. Otherwise a
      *> cause the matrix sends to a specific part on this policy's
      *> schedule pays only if that part is the comprehensive part
      *> the list names; a policy-level cause (blank part, or a
      *> policy with no part schedule) pays only when it is on the
      *> list - and with no list kept at all, storage denies nothing.
           MOVE 'N' TO WS-Stored-Rules-Found
           MOVE 'N' TO WS-Stored-Cause-Found
           MOVE 'N' TO WS-Stored-Part-Found
           PERFORM VARYING CoverageMatrixIdx FROM 1 BY 1
               UNTIL CoverageMatrixIdx > Coverage-Matrix-Count
               IF CM-Policy-Type OF
                       CoverageMatrixRecord(CoverageMatrixIdx) =
                       WS-Stored-Rule-Type
                   MOVE 'Y' TO WS-Stored-Rules-Found
                   IF CM-Cause-of-Loss OF
                           CoverageMatrixRecord(CoverageMatrixIdx) =
                           Cause-of-Loss OF ClaimRecord
                       MOVE 'Y' TO WS-Stored-Cause-Found
                   END-IF
                   IF WS-Matched-Part-Code NOT = SPACES
                       AND CM-Coverage-Part OF
                           CoverageMatrixRecord(CoverageMatrixIdx) =
                           WS-Matched-Part-Code
                       MOVE 'Y' TO WS-Stored-Part-Found
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Stored-Cause-Found = 'Y'
               OR WS-Stored-Rules-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-Matched-Part-Code NOT = SPACES
               AND Coverage-Part-Count OF PolicyRecord > 0
               IF WS-Stored-Part-Found = 'N'
                   MOVE 'Y' TO WS-Stored-Loss
               END-IF
           ELSE
               MOVE 'Y' TO WS-Stored-Loss
           END-IF.

       Find-Coverage-Part.
      *> The matrix row names the part the cause pays under; the
       Build-Uncovered-Reason.
      *> Names the Policy-Type/Cause-of-Loss matrix row that was
      *> missing, so the denial letter and anyone chasing it can see
      *> exactly which table row would have covered the claim. A loss
      *> to a stored vehicle outside comprehensive says that instead.
           MOVE SPACES TO WS-Reject-Reason-Override
           IF WS-Stored-Loss = 'Y'
               MOVE "VEHICLE IN STORAGE - COMPREHENSIVE ONLY" TO
                   WS-Reject-Reason-Override
               EXIT PARAGRAPH
           END-IF
           STRING "NO MATRIX ROW " DELIMITED BY SIZE
               Policy-Type OF PolicyRecord DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
                   Claim-Number OF ClaimRecord,
                   Policy-Number OF ClaimRecord,
                   Policy-Type OF PolicyRecord,
                   WS-Reserve-Amount,
                   Writing-Company-Code OF PolicyRecord
           END-IF.

       Write-Claims-Register.
               CR-Installment-Election
           MOVE Installment-Months OF ClaimRecord TO
               CR-Installment-Months
           MOVE WS-Coinsurance-Penalty TO CR-Coinsurance-Penalty
           MOVE Loss-VIN OF ClaimRecord TO CR-Loss-VIN
           IF Writing-Company-Code OF PolicyRecord = SPACES
               MOVE "01" TO CR-Company-Code
           ELSE
               MOVE Writing-Company-Code OF PolicyRecord TO
                   CR-Company-Code
           END-IF
           MOVE Fast-Track-Flag OF ClaimRecord TO CR-Fast-Track-Flag

           WRITE Claims-Register-Record
               INVALID KEY
      *> the letters go to the beneficiaries instead.
           EVALUATE Claim-Status OF ClaimRecord
               WHEN "PAY"
                   IF WS-Holdback-Amount > 0
                       MOVE "ACV paid - depreciation held for repair."
                           TO WS-Correspondence-Reason
                   ELSE
                   IF WS-Coinsurance-Penalty > 0
                       MOVE "Approved less coinsurance penalty." TO
                           WS-Correspondence-Reason
                   ELSE
                       MOVE "Claim approved for payment." TO
                           WS-Correspondence-Reason
                   END-IF
                   END-IF
               WHEN "REVIEW"
                   MOVE "Claim is under manual review." TO
                       WS-Correspondence-Reason
               WHEN "CONTEST"
                   MOVE "Claim is under contestability review." TO
                       WS-Correspondence-Reason
               WHEN OTHER
                   IF WS-Reject-Reason-Override NOT = SPACES
                       MOVE WS-Reject-Reason-Override TO
           MOVE Amount-of-Loss OF ClaimRecord TO CO-Amount-of-Loss
           MOVE Claim-Status OF ClaimRecord TO CO-Claim-Status
           MOVE WS-Correspondence-Reason TO CO-Reason
           MOVE WS-Coinsurance-Penalty TO CO-Coinsurance-Penalty

           IF Policy-Type OF PolicyRecord = "LIFE_INSURANCE"
               AND Beneficiary-Count OF PolicyRecord > 0
           MOVE Policy-Number OF ClaimRecord TO DB-Policy-Number
           MOVE Decision-Date OF ClaimRecord TO DB-Disbursement-Date
           MOVE Payee-Tax-Id OF ClaimRecord TO DB-Payee-Tax-Id
           IF Writing-Company-Code OF PolicyRecord = SPACES
               MOVE "01" TO DB-Company-Code
           ELSE
               MOVE Writing-Company-Code OF PolicyRecord TO
                   DB-Company-Code
           END-IF
           MOVE SPACES TO DB-Vendor-Id

           IF Policy-Type OF PolicyRecord = "LIFE_INSURANCE"
               AND Beneficiary-Count OF PolicyRecord > 0
                           PolicyRecord(WS-Beneficiary-Index) / 100
                   PERFORM Screen-And-Write-Disbursement
               END-PERFORM
           ELSE
           IF WS-Total-Loss-Flag = 'Y'
               AND Lien-Payoff-Amount OF ClaimRecord > 0
               PERFORM Write-Total-Loss-Disbursement
           ELSE
               MOVE Policy-Holder-Name OF PolicyRecord TO DB-Payee
               MOVE Net-Payment-Amount OF ClaimRecord TO
               PERFORM Screen-And-Write-Disbursement
           END-IF
           END-IF
           END-IF
           CLOSE Disbursement-File.

       Write-Total-Loss-Disbursement.
      *> The lienholder on Addl-Interest-Details is paid first, up to
      *> the loan payoff, and the insured gets whatever is left. A
      *> payoff with no lienholder on file goes to the exceptions
      *> report and the whole payment goes to the insured as before.
           MOVE 0 TO WS-Lien-Index
           PERFORM VARYING WS-Interest-Index FROM 1 BY 1
               UNTIL WS-Interest-Index >
                   Addl-Interest-Count OF PolicyRecord
               IF AI-Interest-Type OF PolicyRecord(WS-Interest-Index)
                       = "LIENHOLDER"
                   OR AI-Interest-Type OF
                       PolicyRecord(WS-Interest-Index) = "LOSSPAYEE"
                   MOVE WS-Interest-Index TO WS-Lien-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-Lien-Index = 0
               MOVE "NO LIENHOLDER" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   Policy-Number OF ClaimRecord, WS-Program-Name,
                   WS-Offending-Value
               MOVE 0 TO WS-Lien-Payment
           ELSE
               IF Lien-Payoff-Amount OF ClaimRecord <
                       Net-Payment-Amount OF ClaimRecord
                   MOVE Lien-Payoff-Amount OF ClaimRecord TO
                       WS-Lien-Payment
               ELSE
                   MOVE Net-Payment-Amount OF ClaimRecord TO
                       WS-Lien-Payment
               END-IF
           END-IF
           COMPUTE WS-Insured-Payment =
               Net-Payment-Amount OF ClaimRecord - WS-Lien-Payment

           IF WS-Lien-Payment > 0
               MOVE AI-Name OF PolicyRecord(WS-Lien-Index) TO DB-Payee
               MOVE WS-Lien-Payment TO DB-Net-Payment-Amount
               MOVE SPACES TO DB-Payee-Tax-Id
               PERFORM Screen-And-Write-Disbursement
               MOVE Payee-Tax-Id OF ClaimRecord TO DB-Payee-Tax-Id
           END-IF
           IF WS-Insured-Payment > 0
               MOVE Policy-Holder-Name OF PolicyRecord TO DB-Payee
               MOVE WS-Insured-Payment TO DB-Net-Payment-Amount
               PERFORM Screen-And-Write-Disbursement
           END-IF.

       Write-Benefit-Schedule.
      *> One schedule row per beneficiary: the share the lump sum
      *> would have paid, spread evenly across the elected months,
               MOVE WS-First-Payment-Date TO BS-Next-Payment-Date
               MOVE WS-Beneficiary-Share TO BS-Remaining-Balance
               MOVE Payee-Tax-Id OF ClaimRecord TO BS-Payee-Tax-Id
               IF Writing-Company-Code OF PolicyRecord = SPACES
                   MOVE "01" TO BS-Company-Code
               ELSE
                   MOVE Writing-Company-Code OF PolicyRecord TO
                       BS-Company-Code
               END-IF
      *> A held claim's schedule books HELD - BenefitPayment only
      *> pays ACTIVE rows, and ClaimRelease activates these.
               IF WS-Authority-Hold = 'Y'
                   MOVE "HELD" TO BS-Schedule-Status
               ELSE
                   MOVE "ACTIVE" TO BS-Schedule-Status
               END-IF
               WRITE Benefit-Schedule-Record
                   INVALID KEY
                       DISPLAY "ClaimProcessing: schedule row exists "
                           "for " Claim-Number OF ClaimRecord
               END-WRITE
           END-PERFORM
           CLOSE Benefit-Schedule-File
           IF WS-Authority-Hold = 'Y'
               MOVE "SCHEDULE" TO AQ-Line-Type
               MOVE SPACES TO AQ-Disbursement-Line
               PERFORM Write-Approval-Queue-Row
           END-IF.

       Screen-And-Write-Disbursement.
      *> Nothing leaves for the bank without the payee clearing the
      *> disbursement line on CLAIMS.DISBHELD for compliance to
      *> release or kill, and the claim's PAY decision stands
      *> unchanged. The screen logs itself to SCREENING.LOG.
      *> A line held for supervisor release is screened when it is
      *> released, not now - ClaimRelease runs the same screen.
           IF WS-Authority-Hold = 'Y'
               MOVE "DISBURSE" TO AQ-Line-Type
               MOVE Disbursement-Record TO AQ-Disbursement-Line
               PERFORM Write-Approval-Queue-Row
           ELSE
               MOVE "DISBURSEMENT" TO WS-Screen-Context
               CALL "WatchlistScreening" USING DB-Payee,
                   Claim-Number OF ClaimRecord, WS-Screen-Context,
                   WS-Screen-Hit
               IF WS-Screen-Hit = 'Y'
                   OPEN EXTEND Disbursement-Held-File
                   IF WS-Disbursement-Held-Status = "35"
                       OPEN OUTPUT Disbursement-Held-File
                   END-IF
                   MOVE Disbursement-Record TO Disbursement-Held-Record
                   WRITE Disbursement-Held-Record
                   CLOSE Disbursement-Held-File
               ELSE
                   WRITE Disbursement-Record
               END-IF
           END-IF.

       Write-Approval-Queue-Row.
           OPEN EXTEND Approval-Queue-File
           IF WS-Approval-Queue-Status = "35"
               OPEN OUTPUT Approval-Queue-File
           END-IF
           MOVE Claim-Number OF ClaimRecord TO AQ-Claim-Number
           MOVE Policy-Number OF ClaimRecord TO AQ-Policy-Number
           MOVE Adjuster-Id OF ClaimRecord TO AQ-Adjuster-Id
           MOVE Adjuster-Authority-Limit OF ClaimRecord TO
               AQ-Authority-Limit
           MOVE Net-Payment-Amount OF ClaimRecord TO AQ-Claim-Amount
           MOVE Decision-Date OF ClaimRecord TO AQ-Held-Date
           WRITE Approval-Queue-Record
           CLOSE Approval-Queue-File.
