           SELECT Premium-Suspense-File ASSIGN TO "PREMIUM.SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Suspense-Status.
           SELECT Billing-Extract-File ASSIGN TO "BILLING.EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Billing-Extract-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Premium-Suspense-File.
           COPY SUSPREC.

       FD  Billing-Extract-File.
           COPY BILLEXTR.

       WORKING-STORAGE SECTION.
       01  WS-Premium-Receipts-Status   PIC XX.
       01  WS-Premium-Delinquent-Status PIC XX.
       01  WS-New-Cumulative-Paid       PIC S9(11)V99.
       01  WS-Reverse-Index             PIC 9(4) COMP.
      *> A policy's own schedule rows, held briefly so an NSF can back
      *> money out of the latest installments first - a MONTHLY plan's
      *> 12 premium rows plus their installment-charge, late-fee and
      *> NSF-fee rows.
       01  PolicySchedule.
           05  Policy-Schedule-Count    PIC 9(4) COMP.
           05  Policy-Schedule-Row OCCURS 0 TO 60 TIMES
                   DEPENDING ON Policy-Schedule-Count.
               10  PS-Installment-Number  PIC 9(3).
               10  PS-Amount-Due          PIC 9(9)V99.
               10  PS-Amount-Paid         PIC 9(9)V99.
               10  PS-Line-Type           PIC X(10).
       01  WS-Billing-Extract-Status    PIC XX.
      *> Billing fees - FeeLookup prices them by the policy's state;
      *> fee money is worked on the schedule's own fee rows and posts
      *> to fee income, never to Cumulative-Premium-Paid.
       01  WS-Fee-Type                  PIC X(10).
       01  WS-Fee-Amount                PIC 9(5)V99.
       01  WS-Fee-Grace-Days            PIC 9(3).
       01  WS-Fee-Allowed               PIC X.
       01  WS-Fee-Backed-Out            PIC 9(9)V99.
       01  WS-Fee-Installment-Number    PIC 9(3).
       01  WS-Next-NSF-Number           PIC 9(3).
       01  WS-Late-Grace-Days           PIC 9(3).
       01  WS-Late-Fee-Amount           PIC 9(5)V99.
       01  WS-Late-Fee-Allowed          PIC X.
       01  WS-Late-Index                PIC 9(4) COMP.
      *> Premium installments found past due plus the state's late-fee
      *> grace during the delinquency walk, assessed once the walk has
      *> closed the schedule.
       01  LateFeeCandidates.
           05  Late-Fee-Count           PIC 9(4) COMP.
           05  Late-Fee-Installment OCCURS 0 TO 12 TIMES
                   DEPENDING ON Late-Fee-Count
                                        PIC 9(3).
       01  WS-Fee-Today-Date            PIC X(10).
       01  WS-GL-Amount                 PIC 9(11)V99.
       01  WS-Debit-Credit              PIC X.
       01  WS-GL-Reference              PIC X(15).
       01  WS-GL-Description            PIC X(30).
       01  WS-GL-Company-Code           PIC X(2).
       01  Cash-Clearing-Account        PIC X(10) VALUE "1000".
       01  Installment-Fee-Account      PIC X(10) VALUE "4510".
       01  Late-Fee-Account             PIC X(10) VALUE "4520".
       01  NSF-Fee-Account              PIC X(10) VALUE "4530".
       01  WS-Fee-Income-Account        PIC X(10).
       01  WS-Interest-Index            PIC 9(4) COMP.
       01  WS-Schedule-Found            PIC X.
       01  WS-End-Of-Schedule           PIC X.
       01  WS-Remaining-Payment         PIC 9(9)V99.

       PROCEDURE DIVISION USING PolicyDB2File, Payment-Record.
       Begin-Cash-Application.
      *> A lender's escrow remittance arrives keyed by its loan number,
      *> not our policy number - resolve it to the MORTGAGEE-billed
      *> policy and apply it like any direct payment.
           IF PM-Policy-Number = SPACES
               AND PM-Loan-Number NOT = SPACES
               PERFORM Match-Lender-Remittance
               IF PM-Policy-Number = SPACES
                   MOVE "UNMATCHED LOAN" TO WS-Suspense-Reason
                   PERFORM Write-Suspense-Row
                   EXIT PROGRAM
               END-IF
           END-IF

      *> A combined account payment (blank policy number, customer id
      *> keyed) spreads across the account's schedules instead of
      *> bouncing UNMATCHED into suspense.
           IF WS-Matched-Index NOT = 0
               AND Policy-Status OF PolicyDB2Record(WS-Matched-Index)
                   NOT = "CANCELLED"
      *> Receipts are worked against the policy's installment
      *> schedule first - the delinquency question becomes "is any
      *> installment past its own due date plus grace", not "has the
      *> whole annual premium arrived". A policy with no schedule yet
      *> (billed before payment plans existed) falls back to the old
      *> full-premium grace test. Only what lands on premium rows (and
      *> any overpayment past the schedule) counts toward
      *> Cumulative-Premium-Paid - fee lines are fee income.
               PERFORM Apply-To-Installment-Schedule
               IF WS-Schedule-Found = 'Y'
                   PERFORM Check-Installment-Delinquency
           END-IF
           EXIT PROGRAM.

       Match-Lender-Remittance.
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Policy-Count
                   OR PM-Policy-Number NOT = SPACES
               IF Payment-Plan OF PolicyDB2Record(WS-Scan-Index) =
                       "MORTGAGEE"
                   PERFORM VARYING WS-Interest-Index FROM 1 BY 1
                       UNTIL WS-Interest-Index > Addl-Interest-Count OF
                           PolicyDB2Record(WS-Scan-Index)
                       IF AI-Interest-Type OF PolicyDB2Record
                               (WS-Scan-Index, WS-Interest-Index) =
                               "MORTGAGEE"
                           IF AI-Loan-Number OF PolicyDB2Record
                                   (WS-Scan-Index, WS-Interest-Index) =
                                   PM-Loan-Number
                               MOVE Policy-Number OF
                                   PolicyDB2Record(WS-Scan-Index) TO
                                   PM-Policy-Number
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Apply-Account-Payment.
           MOVE PM-Payment-Amount TO WS-Remaining-Payment
           MOVE 0 TO Account-Inst-Count
                           PolicyDB2Record(WS-Account-Policy-Index)
                       MOVE 'Y' TO WS-End-Of-Schedule
                   ELSE
                       MOVE 'Y' TO WS-Schedule-Found
                       IF IS-Installment-Status NOT = "PAID"
                           AND IS-Amount-Due > IS-Amount-Paid
                           AND Account-Inst-Count < 200

               SUBTRACT WS-Apply-Amount FROM WS-Remaining-Payment
               MOVE 0 TO AX-Room(WS-Oldest-Slot)
               IF IS-Line-Type = SPACES OR IS-Line-Type = "PREMIUM"
                   ADD WS-Apply-Amount TO Cumulative-Premium-Paid OF
                       PolicyDB2Record(AX-Policy-Index(WS-Oldest-Slot))
               ELSE
                   MOVE IS-Line-Type TO WS-Fee-Type
                   MOVE WS-Apply-Amount TO WS-GL-Amount
                   MOVE IS-Policy-Number TO WS-GL-Reference
                   MOVE "FEE COLLECTED" TO WS-GL-Description
                   MOVE Writing-Company-Code OF PolicyDB2Record
                       (AX-Policy-Index(WS-Oldest-Slot)) TO
                       WS-GL-Company-Code
                   PERFORM Post-Fee-Collected
               END-IF
               PERFORM Note-Account-Applied
           END-IF.

      *> Collected fee money is fee income the day it lands - DEBIT
      *> cash clearing, CREDIT the fee type's income account.
       Post-Fee-Collected.
           PERFORM Resolve-Fee-Income-Account
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING WS-Fee-Income-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

      *> A returned payment takes its fee money back out of fee income.
       Post-Fee-Reversed.
           PERFORM Resolve-Fee-Income-Account
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING WS-Fee-Income-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Resolve-Fee-Income-Account.
           EVALUATE WS-Fee-Type
               WHEN "LATE"
                   MOVE Late-Fee-Account TO WS-Fee-Income-Account
               WHEN "NSF"
                   MOVE NSF-Fee-Account TO WS-Fee-Income-Account
               WHEN OTHER
                   MOVE Installment-Fee-Account TO
                       WS-Fee-Income-Account
           END-EVALUATE.

       Note-Account-Applied.
           MOVE 0 TO WS-Applied-Slot
           PERFORM VARYING WS-Account-Scan FROM 1 BY 1
               Cumulative-Premium-Paid OF
                   PolicyDB2Record(WS-Matched-Index)
           MOVE "PAYMENT" TO PR-Transaction-Type
           MOVE PM-Deposit-Reference TO PR-Deposit-Reference
           WRITE Premium-Receipt-Record
           CLOSE Premium-Receipts-File

           MOVE PM-Payment-Date TO SU-Payment-Date
           MOVE WS-Suspense-Reason TO SU-Suspense-Reason
           MOVE "OPEN" TO SU-Suspense-Status
           MOVE PM-Customer-Id TO SU-Customer-Id
           MOVE PM-Deposit-Reference TO SU-Deposit-Reference

           WRITE Premium-Suspense-Record
           CLOSE Premium-Suspense-File.
      *> schedule latest-installment-first (the mirror image of how
      *> receipts fill earliest-first), write an NSF receipt row so
      *> PREMIUM.RECEIPTS still reconciles to the bank, and re-run the
      *> delinquency test the policy now deserves. Whatever of the
      *> returned money had gone onto fee lines comes back out of fee
      *> income rather than Cumulative-Premium-Paid, and the returned
      *> payment itself earns an NSF fee where the state allows one.
           PERFORM Back-Out-Of-Schedule

           COMPUTE WS-New-Cumulative-Paid =
               Cumulative-Premium-Paid OF
                   PolicyDB2Record(WS-Matched-Index) -
               (PM-Payment-Amount - WS-Fee-Backed-Out)
           IF WS-New-Cumulative-Paid < 0
               MOVE 0 TO WS-New-Cumulative-Paid
           END-IF
               Cumulative-Premium-Paid OF
                   PolicyDB2Record(WS-Matched-Index)

           IF WS-Schedule-Found = 'Y'
               PERFORM Assess-NSF-Fee
           END-IF

           IF WS-Schedule-Found = 'Y'
               PERFORM Check-Installment-Delinquency

       Back-Out-Of-Schedule.
      *> One pass collects the policy's schedule rows; the reversal
      *> then drains paid amounts from the last premium installment
      *> backward, then from the fee lines, and rewrites each changed
      *> row by key.
           MOVE 'N' TO WS-Schedule-Found
           MOVE 0 TO Policy-Schedule-Count
           MOVE 0 TO WS-Fee-Backed-Out
           MOVE 300 TO WS-Next-NSF-Number
           MOVE PM-Payment-Amount TO WS-Reversal-Remaining
           OPEN I-O Installment-Schedule-File
           IF WS-Installment-Schedule-Status = "00"
                           MOVE 'Y' TO WS-End-Of-Schedule
                       ELSE
                           MOVE 'Y' TO WS-Schedule-Found
                           IF IS-Installment-Number > 300
                               MOVE IS-Installment-Number TO
                                   WS-Next-NSF-Number
                           END-IF
                           IF Policy-Schedule-Count < 60
                               ADD 1 TO Policy-Schedule-Count
                               MOVE IS-Installment-Number TO
                                   PS-Installment-Number
                                   (Policy-Schedule-Count)
                               MOVE IS-Amount-Paid TO PS-Amount-Paid
                                   (Policy-Schedule-Count)
                               MOVE IS-Line-Type TO PS-Line-Type
                                   (Policy-Schedule-Count)
                           END-IF
                       END-IF
                   END-IF
                   Policy-Schedule-Count BY -1
                   UNTIL WS-Reverse-Index = 0
                       OR WS-Reversal-Remaining = 0
                   IF PS-Installment-Number(WS-Reverse-Index) < 100
                       PERFORM Back-Out-One-Installment
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-Reverse-Index FROM
                   Policy-Schedule-Count BY -1
                   UNTIL WS-Reverse-Index = 0
                       OR WS-Reversal-Remaining = 0
                   IF PS-Installment-Number(WS-Reverse-Index) > 99
                       PERFORM Back-Out-One-Installment
                   END-IF
               END-PERFORM
               CLOSE Installment-Schedule-File
           END-IF.
                       PS-Amount-Paid(WS-Reverse-Index)
               END-IF
               SUBTRACT WS-Reversal-Room FROM WS-Reversal-Remaining
               IF PS-Installment-Number(WS-Reverse-Index) > 99
                   ADD WS-Reversal-Room TO WS-Fee-Backed-Out
                   MOVE PS-Line-Type(WS-Reverse-Index) TO WS-Fee-Type
                   MOVE WS-Reversal-Room TO WS-GL-Amount
                   MOVE PM-Policy-Number TO WS-GL-Reference
                   MOVE "FEE RETURNED NSF" TO WS-GL-Description
                   MOVE Writing-Company-Code OF
                       PolicyDB2Record(WS-Matched-Index) TO
                       WS-GL-Company-Code
                   PERFORM Post-Fee-Reversed
               END-IF

               MOVE PM-Policy-Number TO IS-Policy-Number
               MOVE Term-Number OF PolicyDB2Record(WS-Matched-Index)
           END-IF.

       Apply-To-Installment-Schedule.
      *> Fills the policy's unpaid rows oldest-due-first until the
      *> receipt is used up - the same gather-and-spread an account
      *> payment gets, scoped to this one policy, so a past-due fee
      *> line is collected before a premium installment not yet due,
      *> and on a shared due date the premium row (lower key) fills
      *> first. Anything the schedule cannot absorb is an overpayment
      *> of premium and stays on Cumulative-Premium-Paid for
      *> CreditBalanceRefund, as it always did.
           MOVE 'N' TO WS-Schedule-Found
           MOVE PM-Payment-Amount TO WS-Remaining-Payment
           MOVE 0 TO Account-Inst-Count
           MOVE 0 TO Account-Applied-Count
           OPEN I-O Installment-Schedule-File
           IF WS-Installment-Schedule-Status = "00"
               MOVE WS-Matched-Index TO WS-Account-Policy-Index
               PERFORM Gather-Account-Installments
               MOVE 1 TO WS-Oldest-Slot
               PERFORM Spread-Oldest-Due-First
                   UNTIL WS-Remaining-Payment = 0
                       OR WS-Oldest-Slot = 0
               CLOSE Installment-Schedule-File
           END-IF
           ADD WS-Remaining-Payment TO
               Cumulative-Premium-Paid OF
                   PolicyDB2Record(WS-Matched-Index).

       Check-Installment-Delinquency.
      *> Per-installment grace test - an installment still unpaid past
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Today-YYYYMMDD)
           MOVE 'N' TO WS-Installment-Overdue
           MOVE 0 TO Late-Fee-Count
           MOVE "LATE" TO WS-Fee-Type
           CALL "FeeLookup" USING
               State-Code OF PolicyDB2Record(WS-Matched-Index),
               WS-Fee-Type, WS-Late-Fee-Amount,
               WS-Late-Grace-Days, WS-Late-Fee-Allowed
      *> An escrow-paid policy's late payment is the lender's to cure
      *> after the lender notice - no late fee lands on the insured.
           IF Payment-Plan OF PolicyDB2Record(WS-Matched-Index) =
                   "MORTGAGEE"
               MOVE 'N' TO WS-Late-Fee-Allowed
           END-IF

           OPEN INPUT Installment-Schedule-File
           IF WS-Installment-Schedule-Status = "00"
               CLOSE Installment-Schedule-File
           END-IF

           IF Late-Fee-Count > 0
               PERFORM Assess-Late-Fees
           END-IF

           IF WS-Installment-Overdue = 'Y'
               MOVE 'Y' TO
                   Delinquency-Flag OF PolicyDB2Record(WS-Matched-Index)
                   Delinquency-Flag OF PolicyDB2Record(WS-Matched-Index)
           END-IF.

      *> Only premium installments drive delinquency - an unpaid fee
      *> line alone never puts a policy on the road to non-pay
      *> cancellation. The walk no longer stops at the first overdue
      *> installment, since every premium installment past the late-fee
      *> grace is a late-fee candidate.
       Test-One-Installment-Overdue.
           IF IS-Installment-Status NOT = "PAID"
               AND IS-Installment-Number < 100
               MOVE IS-Due-Date(7:4) TO WS-Due-YYYYMMDD(1:4)
               MOVE IS-Due-Date(1:2) TO WS-Due-YYYYMMDD(5:2)
               MOVE IS-Due-Date(4:2) TO WS-Due-YYYYMMDD(7:2)
               COMPUTE WS-Effective-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Due-YYYYMMDD)
               IF WS-Today-Days - WS-Effective-Days >
                       WS-Grace-Period-Days
                   AND WS-Installment-Overdue = 'N'
                   MOVE 'Y' TO WS-Installment-Overdue
                   MOVE WS-Effective-Days TO WS-Due-Days
               END-IF
               IF WS-Late-Fee-Allowed = 'Y'
                   AND WS-Today-Days - WS-Effective-Days >
                       WS-Late-Grace-Days
                   AND Late-Fee-Count < 12
                   ADD 1 TO Late-Fee-Count
                   MOVE IS-Installment-Number TO
                       Late-Fee-Installment(Late-Fee-Count)
               END-IF
           END-IF.

      *> One LATE fee row per late premium installment, keyed 200 + n
      *> so a second pass over the same installment finds the row
      *> already there and assesses nothing.
       Assess-Late-Fees.
           MOVE "LATE" TO WS-Fee-Type
           MOVE WS-Late-Fee-Amount TO WS-Fee-Amount
           PERFORM Build-Fee-Today-Date
           OPEN I-O Installment-Schedule-File
           IF WS-Installment-Schedule-Status = "00"
               PERFORM VARYING WS-Late-Index FROM 1 BY 1
                   UNTIL WS-Late-Index > Late-Fee-Count
                   COMPUTE WS-Fee-Installment-Number =
                       200 + Late-Fee-Installment(WS-Late-Index)
                   PERFORM Write-Fee-Row
               END-PERFORM
               CLOSE Installment-Schedule-File
           END-IF.

       Assess-NSF-Fee.
           MOVE "NSF" TO WS-Fee-Type
           CALL "FeeLookup" USING
               State-Code OF PolicyDB2Record(WS-Matched-Index),
               WS-Fee-Type, WS-Fee-Amount,
               WS-Fee-Grace-Days, WS-Fee-Allowed
           IF WS-Fee-Allowed = 'Y'
               AND WS-Next-NSF-Number < 999
               PERFORM Build-Fee-Today-Date
               OPEN I-O Installment-Schedule-File
               IF WS-Installment-Schedule-Status = "00"
                   COMPUTE WS-Fee-Installment-Number =
                       WS-Next-NSF-Number + 1
                   PERFORM Write-Fee-Row
                   CLOSE Installment-Schedule-File
               END-IF
           END-IF.

       Build-Fee-Today-Date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-YYYYMMDD
           STRING WS-Today-YYYYMMDD(5:2) "/" WS-Today-YYYYMMDD(7:2)
                   "/" WS-Today-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO WS-Fee-Today-Date.

      *> A fee is due the day it is assessed. It goes on the schedule
      *> as its own row and onto BILLING.EXTRACT as its own line, so
      *> the next invoice shows it separately from premium.
       Write-Fee-Row.
           MOVE Policy-Number OF PolicyDB2Record(WS-Matched-Index) TO
               IS-Policy-Number
           MOVE Term-Number OF PolicyDB2Record(WS-Matched-Index) TO
               IS-Term-Number
           MOVE WS-Fee-Installment-Number TO IS-Installment-Number
           MOVE WS-Fee-Today-Date TO IS-Due-Date
           MOVE WS-Fee-Amount TO IS-Amount-Due
           MOVE 0 TO IS-Amount-Paid
           MOVE "DUE" TO IS-Installment-Status
           MOVE WS-Fee-Type TO IS-Line-Type
           WRITE Installment-Schedule-Record
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           OPEN EXTEND Billing-Extract-File
           IF WS-Billing-Extract-Status = "35"
               OPEN OUTPUT Billing-Extract-File
           END-IF
           MOVE Policy-Number OF PolicyDB2Record(WS-Matched-Index) TO
               BE-Policy-Number
           MOVE Policy-Holder-Name OF PolicyDB2Record(WS-Matched-Index)
               TO BE-Policy-Holder-Name
           MOVE Policy-Type OF PolicyDB2Record(WS-Matched-Index) TO
               BE-Policy-Type
           MOVE WS-Fee-Amount TO BE-Amount-Due
           MOVE WS-Fee-Today-Date TO BE-Invoice-Date
           MOVE WS-Fee-Today-Date TO BE-Due-Date
           MOVE "DUE NOW" TO BE-Payment-Terms
           MOVE WS-Fee-Installment-Number TO BE-Installment-Number
           MOVE WS-Fee-Amount TO BE-Installment-Fee
           MOVE WS-Fee-Type TO BE-Line-Type
           PERFORM Resolve-Bill-To
           WRITE Billing-Extract-Record
           CLOSE Billing-Extract-File.

      *> Same bill-to rule BillingExtract applies - a MORTGAGEE-plan
      *> policy's lines go to its first-position mortgagee.
       Resolve-Bill-To.
           MOVE Policy-Holder-Name OF PolicyDB2Record(WS-Matched-Index)
               TO BE-Bill-To-Name
           MOVE Policy-Holder-Address OF
                   PolicyDB2Record(WS-Matched-Index)
               TO BE-Bill-To-Address
           MOVE SPACES TO BE-Loan-Number
           IF Payment-Plan OF PolicyDB2Record(WS-Matched-Index) =
                   "MORTGAGEE"
               PERFORM VARYING WS-Interest-Index FROM 1 BY 1
                   UNTIL WS-Interest-Index > Addl-Interest-Count OF
                       PolicyDB2Record(WS-Matched-Index)
                   IF AI-Interest-Type OF PolicyDB2Record
                           (WS-Matched-Index, WS-Interest-Index) =
                           "MORTGAGEE"
                       MOVE AI-Name OF PolicyDB2Record
                           (WS-Matched-Index, WS-Interest-Index) TO
                           BE-Bill-To-Name
                       MOVE AI-Address OF PolicyDB2Record
                           (WS-Matched-Index, WS-Interest-Index) TO
                           BE-Bill-To-Address
                       MOVE AI-Loan-Number OF PolicyDB2Record
                           (WS-Matched-Index, WS-Interest-Index) TO
                           BE-Loan-Number
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       Check-Delinquency.
      *> Past the grace period with a balance still owed, this policy
      *> is flagged delinquent and dropped onto the PREMIUM.DELINQUENT
           ELSE
               MOVE "PAYMENT" TO PR-Transaction-Type
           END-IF
           MOVE PM-Deposit-Reference TO PR-Deposit-Reference

           WRITE Premium-Receipt-Record
           CLOSE Premium-Receipts-File.
