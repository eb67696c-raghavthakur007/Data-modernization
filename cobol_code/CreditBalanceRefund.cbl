       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditBalanceRefund.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Periodic credit-balance refund run. Money we hold that is no
      *> longer owed to us sat forever in two places - policies that
      *> expired (or are simply paid up) with Cumulative-Premium-Paid
      *> above Policy-Premium, and ACCOUNT OVERPAY rows CashApplication
      *> parks in PREMIUM.SUSPENSE when an account payment outruns
      *> everything open on the account. Both are now paid back.
      *>
      *> Every credit is first netted against whatever is still open
      *> on INSTALLMENT.SCHEDULE for the current term (amount due less
      *> amount paid on every installment not yet PAID) - we do not
      *> mail a check to someone who still owes the next installment.
      *> What survives goes into the same disbursement stream claims
      *> and cancellation refunds use: a CLAIMS.DISBURSE line that
      *> PaymentIssue turns into a numbered check, behind the same
      *> watch-list screen (a hit parks the line on CLAIMS.DISBHELD).
      *> The refund is posted back out of revenue through GLPost
      *> (DEBIT the line's revenue account, CREDIT cash clearing) and
      *> the insured gets a refund letter through Correspondence.
      *>
      *> A policy credit is taken off Cumulative-Premium-Paid (through
      *> MasterJournal) so the next run sees nothing left to refund.
      *> An account overpay row flips to REFUNDED; when open
      *> installments absorb part of it the row stays OPEN for the
      *> remainder so SuspenseReapply can still put it to work.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           COPY INSTSSEL.
           COPY CUSTMSEL.
           SELECT Premium-Suspense-File ASSIGN TO "PREMIUM.SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Suspense-Status.
           SELECT Disbursement-File ASSIGN TO "CLAIMS.DISBURSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Status.
           SELECT Disbursement-Held-File ASSIGN TO "CLAIMS.DISBHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disbursement-Held-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Installment-Schedule-File.
           COPY INSTSCHD.

       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  Premium-Suspense-File.
           COPY SUSPREC.

       FD  Disbursement-File.
           COPY CLMDISB.

      *> Same CLMDISB shape as the live disbursement queue - see
      *> ClaimProcessing's held-items file.
       FD  Disbursement-Held-File.
       01  Disbursement-Held-Record    PIC X(112).

       WORKING-STORAGE SECTION.
      *> Document registration fields for the shared Correspondence
      *> hub - every letter this program cuts is also logged there
      *> with a document id and routed by delivery preference.
       01  WS-Doc-Letter-Type    PIC X(10).
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Name           PIC X(50).
       01  WS-Doc-Address        PIC X(60).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Installment-Schedule-Status PIC XX.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-Premium-Suspense-Status  PIC XX.
       01  WS-Disbursement-Status      PIC XX.
       01  WS-Disbursement-Held-Status PIC XX.
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Master            PIC X.
       01  WS-End-Of-Schedule          PIC X.
       01  WS-Program-Name             PIC X(20) VALUE
           "CreditBalanceRefund".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Scan-Index               PIC 9(8) COMP.
      *> Refunds below this are not worth a check - the credit stays
      *> on the policy (or the row stays OPEN) for the next run.
       01  WS-Minimum-Refund           PIC 9(9)V99 VALUE 1.00.
       01  WS-Credit-Balance           PIC S9(9)V99.
       01  WS-Open-Installments        PIC 9(9)V99.
       01  WS-Net-Refund               PIC S9(9)V99.
       01  WS-Refund-Amount            PIC 9(9)V99.
       01  WS-Eligible                 PIC X.
       01  WS-Expiration-YYYYMMDD      PIC X(8).
       01  WS-Today-YYYYMMDD           PIC X(8).
       01  WS-Refund-Policy-Number     PIC X(10).
       01  WS-GL-Company-Code          PIC X(2).
       01  WS-Refund-Payee             PIC X(50).
       01  WS-Refund-Policy-Type       PIC X(15).
       01  WS-Account-Customer-Id      PIC X(10).
       01  WS-Schedule-Policy-Number   PIC X(10).
       01  WS-Schedule-Term-Number     PIC 9(3).
       01  WS-Screen-Context           PIC X(20).
       01  WS-Screen-Hit               PIC X.
       01  WS-Policy-Refund-Count      PIC 9(8) COMP VALUE 0.
       01  WS-Account-Refund-Count     PIC 9(8) COMP VALUE 0.
       01  WS-GL-Amount                PIC 9(11)V99.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  CI-Revenue-Account          PIC X(10) VALUE "4010".
       01  HI-Revenue-Account          PIC X(10) VALUE "4020".
       01  LI-Revenue-Account          PIC X(10) VALUE "4030".
       01  WS-Revenue-Account          PIC X(10).
      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
       01  WS-Journal-Action     PIC X(10).
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY               PIC X(10).
      *> PREMIUM.SUSPENSE held whole for the run - flipping a row to
      *> REFUNDED means rewriting the file, the way SuspenseReapply
      *> updates it. Raw-image rows; the SuspenseRow copy below is
      *> the field view of whichever row is being worked.
       01  SuspenseFileTable.
           05  Suspense-Row-Count       PIC 9(8) COMP.
           05  Suspense-Row OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Suspense-Row-Count
                   INDEXED BY SuspenseRowIdx PIC X(81).
       COPY SUSPREC REPLACING Premium-Suspense-Record BY SuspenseRow.

       PROCEDURE DIVISION.
       Begin-Credit-Balance-Refund.
           DISPLAY "Starting credit balance refund run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Today-YYYYMMDD

           OPEN I-O POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "CreditBalanceRefund: no policy master"
               STOP RUN
           END-IF
           OPEN INPUT Installment-Schedule-File
           OPEN INPUT Customer-Master-File

           PERFORM Refund-Policy-Credits
           PERFORM Refund-Account-Overpayments

           IF WS-Installment-Schedule-Status NOT = "35"
               CLOSE Installment-Schedule-File
           END-IF
           IF WS-Customer-Master-Status NOT = "35"
               CLOSE Customer-Master-File
           END-IF
           CLOSE POLICY-MASTER-FILE

           DISPLAY "Credit balance refund run complete - "
               WS-Policy-Refund-Count " policy refunds, "
               WS-Account-Refund-Count " account refunds."
           STOP RUN.

       Refund-Policy-Credits.
      *> One sequential pass of the master. CANCELLED policies are
      *> CancellationRefund's to settle and RESCINDED ones were
      *> refunded by ReviewDisposition - only live or lapsed-by-
      *> expiry terms are looked at here.
           MOVE LOW-VALUES TO Policy-Number OF Policy-Master-Record
           START POLICY-MASTER-FILE KEY NOT <
                   Policy-Number OF Policy-Master-Record
               INVALID KEY
                   CONTINUE
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
                   IF Policy-Status OF Policy-Master-Record NOT =
                           "CANCELLED"
                       AND Policy-Status OF Policy-Master-Record
                           NOT = "RESCINDED"
                       AND Cumulative-Premium-Paid OF
                           Policy-Master-Record > Policy-Premium OF
                           Policy-Master-Record
                       PERFORM Refund-One-Policy-Credit
                   END-IF
               END-IF
           END-PERFORM.

       Refund-One-Policy-Credit.
      *> Eligible once the term has expired, or while it is still in
      *> force but fully paid with money left over. Either way the
      *> open installments on the current term come off first.
           COMPUTE WS-Credit-Balance =
               Cumulative-Premium-Paid OF Policy-Master-Record -
               Policy-Premium OF Policy-Master-Record

           MOVE 'N' TO WS-Eligible
           MOVE Policy-Expiration-Date OF Policy-Master-Record(7:4)
               TO WS-Expiration-YYYYMMDD(1:4)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(1:2)
               TO WS-Expiration-YYYYMMDD(5:2)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(4:2)
               TO WS-Expiration-YYYYMMDD(7:2)
           IF Policy-Expiration-Date OF Policy-Master-Record NOT =
                   SPACES
               AND WS-Expiration-YYYYMMDD < WS-Today-YYYYMMDD
               MOVE 'Y' TO WS-Eligible
           END-IF

           MOVE 0 TO WS-Open-Installments
           MOVE Policy-Number OF Policy-Master-Record TO
               IS-Policy-Number
           MOVE Term-Number OF Policy-Master-Record TO IS-Term-Number
           PERFORM Sum-Open-Installments
           IF WS-Open-Installments = 0
               MOVE 'Y' TO WS-Eligible
           END-IF

           IF WS-Eligible = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Net-Refund =
               WS-Credit-Balance - WS-Open-Installments
           IF WS-Net-Refund < WS-Minimum-Refund
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Net-Refund TO WS-Refund-Amount

           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Refund-Policy-Number
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               WS-Refund-Payee
           MOVE Policy-Type OF Policy-Master-Record TO
               WS-Refund-Policy-Type
           MOVE Writing-Company-Code OF Policy-Master-Record TO
               WS-GL-Company-Code
           MOVE "POLICY CREDIT REFUND" TO WS-GL-Description
           PERFORM Write-Refund-Disbursement
           PERFORM Post-Credit-Refund

      *> The refunded credit comes off the paid-to-date so the next
      *> run (and the receivable aging) sees the term as exactly paid.
           MOVE Policy-Master-Record TO WS-Journal-Before
           SUBTRACT WS-Refund-Amount FROM
               Cumulative-Premium-Paid OF Policy-Master-Record
           MOVE "REWRITE" TO WS-Journal-Action
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Journal-Ref
           MOVE Policy-Master-Record TO WS-Journal-After
           CALL "MasterJournal" USING WS-Program-Name,
               WS-Journal-Action, WS-Journal-Ref,
               WS-Journal-Before, WS-Journal-After
           REWRITE Policy-Master-Record
               INVALID KEY
                   DISPLAY "CreditBalanceRefund: rewrite failed for "
                       Policy-Number OF Policy-Master-Record
           END-REWRITE

           MOVE Customer-Id OF Policy-Master-Record TO
               WS-Doc-Customer-Id
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               WS-Doc-Name
           MOVE Policy-Holder-Address OF Policy-Master-Record TO
               WS-Doc-Address
           PERFORM Send-Refund-Letter
           ADD 1 TO WS-Policy-Refund-Count.

       Sum-Open-Installments.
      *> IS-Policy-Number/IS-Term-Number are set by the caller; adds
      *> what is still owed on that term into WS-Open-Installments.
           IF WS-Installment-Schedule-Status = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE IS-Policy-Number TO WS-Schedule-Policy-Number
           MOVE IS-Term-Number TO WS-Schedule-Term-Number
           MOVE 0 TO IS-Installment-Number
           START Installment-Schedule-File KEY NOT < IS-Schedule-Key
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Schedule
           IF WS-Installment-Schedule-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Schedule
           END-IF
           PERFORM UNTIL WS-End-Of-Schedule = 'Y'
               READ Installment-Schedule-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Schedule
               END-READ
               IF WS-End-Of-Schedule = 'N'
                   IF IS-Policy-Number NOT =
                           WS-Schedule-Policy-Number
                       OR IS-Term-Number NOT = WS-Schedule-Term-Number
                       MOVE 'Y' TO WS-End-Of-Schedule
                   ELSE
                       IF IS-Installment-Status NOT = "PAID"
                           AND IS-Amount-Due > IS-Amount-Paid
                           COMPUTE WS-Open-Installments =
                               WS-Open-Installments +
                               IS-Amount-Due - IS-Amount-Paid
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Refund-Account-Overpayments.
           PERFORM Load-Suspense-File
           IF Suspense-Row-Count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SuspenseRowIdx FROM 1 BY 1
               UNTIL SuspenseRowIdx > Suspense-Row-Count
               MOVE Suspense-Row(SuspenseRowIdx) TO SuspenseRow
               IF SU-Suspense-Status OF SuspenseRow = "OPEN"
                   AND SU-Suspense-Reason OF SuspenseRow =
                       "ACCOUNT OVERPAY"
                   PERFORM Refund-One-Account-Overpay
                   MOVE SuspenseRow TO Suspense-Row(SuspenseRowIdx)
               END-IF
           END-PERFORM
           PERFORM Rewrite-Suspense-File.

       Load-Suspense-File.
           MOVE 0 TO Suspense-Row-Count
           OPEN INPUT Premium-Suspense-File
           IF WS-Premium-Suspense-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Premium-Suspense-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       ADD 1 TO Suspense-Row-Count
                       MOVE Premium-Suspense-Record TO
                           Suspense-Row(Suspense-Row-Count)
                   END-IF
               END-PERFORM
               CLOSE Premium-Suspense-File
           END-IF.

       Refund-One-Account-Overpay.
      *> Rows written before the customer id was carried on the row
      *> cannot be traced to an account - they go to the exception
      *> report and stay OPEN for the suspense desk.
           MOVE SU-Customer-Id OF SuspenseRow TO
               WS-Account-Customer-Id
           MOVE 'N' TO WS-Eligible
           IF WS-Account-Customer-Id NOT = SPACES
               AND WS-Customer-Master-Status NOT = "35"
               MOVE WS-Account-Customer-Id TO CU-Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Customer-Master-Status = "00"
                   MOVE 'Y' TO WS-Eligible
               END-IF
           END-IF
           IF WS-Eligible = 'N'
               MOVE "NO ACCOUNT" TO WS-Offending-Value
               IF WS-Account-Customer-Id NOT = SPACES
                   MOVE WS-Account-Customer-Id TO WS-Offending-Value
               END-IF
               CALL "WriteExceptionReport" USING
                   SU-Keyed-Policy-Number OF SuspenseRow,
                   WS-Program-Name, WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

      *> Anything that came due on the account since the overpay was
      *> parked (a renewal term, a new policy) is netted out first;
      *> the refund and the GL revenue line follow the first live
      *> policy on the account.
           MOVE 0 TO WS-Open-Installments
           MOVE SPACES TO WS-Refund-Policy-Type
           MOVE SPACES TO WS-GL-Company-Code
           MOVE LOW-VALUES TO Policy-Number OF Policy-Master-Record
           START POLICY-MASTER-FILE KEY NOT <
                   Policy-Number OF Policy-Master-Record
               INVALID KEY
                   CONTINUE
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
                   AND Customer-Id OF Policy-Master-Record =
                       WS-Account-Customer-Id
                   AND Policy-Status OF Policy-Master-Record NOT =
                       "CANCELLED"
                   AND Policy-Status OF Policy-Master-Record NOT =
                       "RESCINDED"
                   IF WS-Refund-Policy-Type = SPACES
                       MOVE Policy-Type OF Policy-Master-Record TO
                           WS-Refund-Policy-Type
                       MOVE Writing-Company-Code OF
                           Policy-Master-Record TO WS-GL-Company-Code
                   END-IF
                   MOVE Policy-Number OF Policy-Master-Record TO
                       IS-Policy-Number
                   MOVE Term-Number OF Policy-Master-Record TO
                       IS-Term-Number
                   PERFORM Sum-Open-Installments
               END-IF
           END-PERFORM

           COMPUTE WS-Net-Refund =
               SU-Payment-Amount OF SuspenseRow - WS-Open-Installments
           IF WS-Net-Refund < WS-Minimum-Refund
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Net-Refund TO WS-Refund-Amount

      *> The account, not a policy, is the reference on the check and
      *> the ledger - the disbursement line's policy slot carries the
      *> customer id.
           MOVE WS-Account-Customer-Id TO WS-Refund-Policy-Number
           MOVE CU-Customer-Name TO WS-Refund-Payee
           MOVE "ACCOUNT OVERPAY REFUND" TO WS-GL-Description
           PERFORM Write-Refund-Disbursement
           PERFORM Post-Credit-Refund

           IF WS-Refund-Amount < SU-Payment-Amount OF SuspenseRow
               SUBTRACT WS-Refund-Amount FROM
                   SU-Payment-Amount OF SuspenseRow
           ELSE
               MOVE "REFUNDED" TO SU-Suspense-Status OF SuspenseRow
           END-IF

           MOVE WS-Account-Customer-Id TO WS-Doc-Customer-Id
           MOVE CU-Customer-Name TO WS-Doc-Name
           MOVE CU-Customer-Address TO WS-Doc-Address
           PERFORM Send-Refund-Letter
           ADD 1 TO WS-Account-Refund-Count.

       Write-Refund-Disbursement.
      *> Into the same stream claim payments take - PaymentIssue draws
      *> the check number and puts it on the bank file. The claim
      *> number is blank. Same watch-list gate every payee gets.
           MOVE SPACES TO DB-Claim-Number
           MOVE WS-Refund-Policy-Number TO DB-Policy-Number
           MOVE WS-Refund-Payee TO DB-Payee
           MOVE WS-Refund-Amount TO DB-Net-Payment-Amount
           MOVE WS-Today-MDY TO DB-Disbursement-Date
           MOVE SPACES TO DB-Payee-Tax-Id
           MOVE WS-GL-Company-Code TO DB-Company-Code
           MOVE SPACES TO DB-Vendor-Id

           MOVE "REFUND" TO WS-Screen-Context
           CALL "WatchlistScreening" USING DB-Payee,
               DB-Policy-Number, WS-Screen-Context, WS-Screen-Hit
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

       Post-Credit-Refund.
      *> DEBIT the line's revenue account, CREDIT cash clearing - the
      *> same pair CancellationRefund posts for return premium.
           EVALUATE WS-Refund-Policy-Type
               WHEN "CAR_INSURANCE"
                   MOVE CI-Revenue-Account TO WS-Revenue-Account
               WHEN "HOME_INSURANCE"
                   MOVE HI-Revenue-Account TO WS-Revenue-Account
               WHEN "LIFE_INSURANCE"
                   MOVE LI-Revenue-Account TO WS-Revenue-Account
               WHEN OTHER
                   MOVE CI-Revenue-Account TO WS-Revenue-Account
           END-EVALUATE

           MOVE WS-Refund-Amount TO WS-GL-Amount
           MOVE WS-Refund-Policy-Number TO WS-GL-Reference
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING WS-Revenue-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Send-Refund-Letter.
           MOVE "CREDITREF" TO WS-Doc-Letter-Type
           MOVE WS-Refund-Policy-Number TO WS-Doc-Reference
           MOVE "CREDIT BALANCE REFUND ISSUED" TO WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, WS-Doc-Name,
               WS-Doc-Address, WS-Doc-Reference,
               WS-Doc-Summary.

       Rewrite-Suspense-File.
           OPEN OUTPUT Premium-Suspense-File
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Suspense-Row-Count
               MOVE Suspense-Row(WS-Scan-Index) TO
                   Premium-Suspense-Record
               WRITE Premium-Suspense-Record
           END-PERFORM
           CLOSE Premium-Suspense-File.
