       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrivacyRequest.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Consumer privacy request processing. Answering "what do you
      *> hold about me" or "delete my data" used to mean searching a
      *> dozen files by hand; this run works PRIVACY.REQUEST keyed by
      *> CU-Customer-Id instead.
      *> - ACCESS: writes the customer's section of PRIVACY.ACCESS.RPT
      *> - everything held on them: the CUSTOMER.MASTER row, each
      *> policy carrying their Customer-Id with its listed drivers,
      *> every claim on those policies, premium payments received
      *> (PREMIUM.RECEIPTS) and claim payments issued
      *> (PAYMENT.ISSUED), the letters sent them (CORRESP.REGISTER),
      *> and the PAYEE.BANK details held under the tax ids their
      *> claims were paid to.
      *> - DELETE: once approved by the privacy officer, and only for
      *> a customer with no in-force (ACTIVE/PENDING) policy, no open
      *> claim, and no claim still inside the legal retention period,
      *> masks names, addresses, tax ids, and bank account numbers
      *> across those same files. Amounts, dates, and keys stay -
      *> the books still have to balance - so the records survive,
      *> they just no longer identify anyone. Policy master changes
      *> go through MasterJournal like every other master update.
      *> Every action lands on PRIVACY.LOG for the privacy officer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Privacy-Request-File ASSIGN TO "PRIVACY.REQUEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Privacy-Request-Status.
           SELECT Privacy-Log-File ASSIGN TO "PRIVACY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Privacy-Log-Status.
           SELECT Access-Report-File ASSIGN TO "PRIVACY.ACCESS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Access-Report-Status.
           COPY CUSTMSEL.
           COPY POLMSSEL.
           COPY CLMREGSEL.
           COPY PAYISSEL.
           COPY PAYBANKSEL.
           SELECT Premium-Receipts-File ASSIGN TO "PREMIUM.RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Receipts-Status.
           SELECT Corresp-Register-File ASSIGN TO "CORRESP.REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Corresp-Register-Status.
      *> The register is line sequential, so masking it is a copy
      *> through this work file and back.
           SELECT Corresp-Work-File ASSIGN TO "PRIVACY.CORRESP.WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Corresp-Work-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Privacy-Request-File.
           COPY PRVREQ.

       FD  Privacy-Log-File.
           COPY PRVLOG.

       FD  Access-Report-File.
       01  Report-Line-Record          PIC X(132).

       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Payment-Issued-File.
           COPY PAYISSUE.

       FD  Payee-Bank-File.
           COPY PAYBANK.

       FD  Premium-Receipts-File.
           COPY PREMRCPT.

       FD  Corresp-Register-File.
           COPY CORRREG.

       FD  Corresp-Work-File.
           COPY CORRREG REPLACING Correspondence-Register-Record BY
               Corresp-Work-Record.

       WORKING-STORAGE SECTION.
       01  WS-Privacy-Request-Status   PIC XX.
       01  WS-Privacy-Log-Status       PIC XX.
       01  WS-Access-Report-Status     PIC XX.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Payment-Issued-Status    PIC XX.
       01  WS-Payee-Bank-Status        PIC XX.
       01  WS-Premium-Receipts-Status  PIC XX.
       01  WS-Corresp-Register-Status  PIC XX.
       01  WS-Corresp-Work-Status      PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "PrivacyRequest".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-Requests          PIC X.
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Policies          PIC X.
       01  WS-End-Of-Claims            PIC X.
      *> GATHER (eligibility only), REPORT (access report), or MASK -
      *> the one policy/claim browse serves all three.
       01  WS-Pass-Mode                PIC X(6).
       01  WS-In-Force-Found           PIC X.
       01  WS-Open-Claim-Found         PIC X.
       01  WS-Retained-Claim-Found     PIC X.
       01  WS-Denial-Reason            PIC X(40).
       01  WS-Policy-Key               PIC X(10).
       01  WS-Log-Request-Id           PIC X(10).
       01  WS-Log-Customer-Id          PIC X(10).
       01  WS-Log-Action               PIC X(10).
       01  WS-Log-File-Name            PIC X(16).
       01  WS-Log-Record-Key           PIC X(15).
       01  WS-Log-Detail               PIC X(40).
       01  WS-Request-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Reported-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Masked-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Denied-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Scan-Index               PIC 9(4) COMP.
       01  WS-Slot-Index               PIC 9(4) COMP.
       01  WS-Matched                  PIC X.
       01  WS-Amount-Disp              PIC ZZZZZZZZ9.99.
       01  WS-Sequence-Disp            PIC 999.

      *> Legal retention (years) - a claim decided more recently than
      *> this cannot be masked yet. Same period PolicyArchive keeps
      *> closed claims on the live register.
       01  WS-Retention-Years          PIC 9(2) VALUE 7.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       01  WS-Cutoff-YYYYMMDD          PIC 9(8).
       01  WS-Cutoff-Days              PIC S9(9).
       01  WS-Decision-YYYYMMDD        PIC 9(8).
       01  WS-Decision-Days            PIC S9(9).

      *> What a masked field is overwritten with. The bank row is
      *> keyed by tax id, so it is re-keyed to "M" plus the customer
      *> id - the masked claim rows carry the same value, so the two
      *> still tie to each other and to nobody.
       01  WS-Masked-Text              PIC X(14) VALUE
           "PRIVACY MASKED".
       01  WS-Masked-Tax-Id.
           05  FILLER                  PIC X VALUE "M".
           05  WS-Masked-Customer-Id   PIC X(10).

      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
       01  WS-Journal-Action     PIC X(10).
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).

      *> The customer's policies, found through the Customer-Id
      *> alternate key - premium receipts and issued payments are
      *> matched back to the customer through these.
       01  CustomerPolicyTable.
           05  Customer-Policy-Count   PIC 9(4) COMP.
           05  CustomerPolicyEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON Customer-Policy-Count
                   INDEXED BY CustomerPolicyIdx.
               10  CP-Policy-Number    PIC X(10).

      *> Tax ids the customer's claims were paid to - the PAYEE.BANK
      *> rows held for them.
       01  CustomerTaxIdTable.
           05  Customer-Tax-Id-Count   PIC 9(4) COMP.
           05  CustomerTaxIdEntry OCCURS 1 TO 20 TIMES
                   DEPENDING ON Customer-Tax-Id-Count
                   INDEXED BY CustomerTaxIdIdx.
               10  CT-Tax-Id           PIC X(11).

      *> Customers masked this run - CORRESP.REGISTER is masked for
      *> all of them in one copy pass at the end.
       01  MaskedCustomerTable.
           05  Masked-Customer-Count   PIC 9(4) COMP VALUE 0.
           05  MaskedCustomerEntry OCCURS 1 TO 500 TIMES
                   DEPENDING ON Masked-Customer-Count
                   INDEXED BY MaskedCustomerIdx.
               10  MC-Customer-Id      PIC X(10).
               10  MC-Request-Id       PIC X(10).

       PROCEDURE DIVISION.
       Begin-Privacy-Request.
           DISPLAY "Starting privacy request run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           SUBTRACT WS-Retention-Years FROM WS-Current-Year
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Cutoff-YYYYMMDD
           COMPUTE WS-Cutoff-Days =
               FUNCTION INTEGER-OF-DATE(WS-Cutoff-YYYYMMDD)

           OPEN INPUT Privacy-Request-File
           IF WS-Privacy-Request-Status NOT = "00"
               DISPLAY "PrivacyRequest: no PRIVACY.REQUEST file"
               STOP RUN
           END-IF
           OPEN I-O Customer-Master-File
           IF WS-Customer-Master-Status NOT = "00"
               DISPLAY "PrivacyRequest: cannot open customer master"
               CLOSE Privacy-Request-File
               STOP RUN
           END-IF
           OPEN I-O POLICY-MASTER-FILE
           OPEN I-O Claims-Register-File
           OPEN I-O Payment-Issued-File
           OPEN I-O Payee-Bank-File
           OPEN EXTEND Privacy-Log-File
           IF WS-Privacy-Log-Status = "35"
               OPEN OUTPUT Privacy-Log-File
           END-IF
           OPEN OUTPUT Access-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "PRIVACY DATA-ACCESS REPORT - " WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE 'N' TO WS-End-Of-Requests
           PERFORM UNTIL WS-End-Of-Requests = 'Y'
               READ Privacy-Request-File
                   AT END MOVE 'Y' TO WS-End-Of-Requests
               END-READ
               IF WS-End-Of-Requests = 'N'
                   ADD 1 TO WS-Request-Count
                   PERFORM Work-One-Request
               END-IF
           END-PERFORM

           IF Masked-Customer-Count > 0
               PERFORM Mask-Correspondence-Register
           END-IF

           CLOSE Access-Report-File
           CLOSE Privacy-Log-File
           CLOSE Payee-Bank-File
           CLOSE Payment-Issued-File
           CLOSE Claims-Register-File
           CLOSE POLICY-MASTER-FILE
           CLOSE Customer-Master-File
           CLOSE Privacy-Request-File
           DISPLAY "Privacy request run complete - " WS-Request-Count
               " requests, " WS-Reported-Count " reported, "
               WS-Masked-Count " masked, " WS-Denied-Count " denied."
           STOP RUN.

       Work-One-Request.
           MOVE PQ-Request-Id TO WS-Log-Request-Id
           MOVE PQ-Customer-Id TO WS-Log-Customer-Id
           MOVE "RECEIVED" TO WS-Log-Action
           MOVE SPACES TO WS-Log-File-Name
           MOVE SPACES TO WS-Log-Record-Key
           MOVE PQ-Request-Type TO WS-Log-Detail
           PERFORM Write-Privacy-Log

           MOVE PQ-Customer-Id TO CU-Customer-Id
           READ Customer-Master-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Customer-Master-Status NOT = "00"
               OR PQ-Customer-Id = SPACES
               MOVE PQ-Customer-Id TO WS-Offending-Value
               CALL "WriteExceptionReport" USING PQ-Request-Id,
                   WS-Program-Name, WS-Offending-Value
               MOVE "REJECTED" TO WS-Log-Action
               MOVE "CUSTOMER NOT ON CUSTOMER.MASTER" TO WS-Log-Detail
               PERFORM Write-Privacy-Log
               EXIT PARAGRAPH
           END-IF

           EVALUATE PQ-Request-Type
               WHEN "ACCESS"
                   PERFORM Produce-Access-Report
               WHEN "DELETE"
                   PERFORM Work-Deletion-Request
               WHEN OTHER
                   MOVE PQ-Request-Type TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING PQ-Request-Id,
                       WS-Program-Name, WS-Offending-Value
                   MOVE "REJECTED" TO WS-Log-Action
                   MOVE "UNKNOWN REQUEST TYPE" TO WS-Log-Detail
                   PERFORM Write-Privacy-Log
           END-EVALUATE.

       Produce-Access-Report.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "REQUEST " PQ-Request-Id " RECEIVED "
                   PQ-Received-Date " CUSTOMER " CU-Customer-Id
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "  CUSTOMER MASTER: " CU-Customer-Name
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "    ADDRESS " CU-Customer-Address
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "    STATUS " CU-Customer-Status " DELIVERY "
                   CU-Delivery-Preference
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE "REPORT" TO WS-Pass-Mode
           PERFORM Browse-Customer-Policies
           PERFORM Report-Premium-Receipts
           PERFORM Report-Payments-Issued
           PERFORM Report-Correspondence
           PERFORM Report-Payee-Bank

           ADD 1 TO WS-Reported-Count
           MOVE "REPORTED" TO WS-Log-Action
           MOVE "PRIVACY.ACCESS" TO WS-Log-File-Name
           MOVE SPACES TO WS-Log-Record-Key
           MOVE "DATA-ACCESS REPORT PRODUCED" TO WS-Log-Detail
           PERFORM Write-Privacy-Log.

       Work-Deletion-Request.
           MOVE "GATHER" TO WS-Pass-Mode
           PERFORM Browse-Customer-Policies
           MOVE SPACES TO WS-Denial-Reason
           EVALUATE TRUE
               WHEN PQ-Approved-By = SPACES
                   MOVE "DELETION NOT APPROVED" TO WS-Denial-Reason
               WHEN WS-In-Force-Found = 'Y'
                   MOVE "IN-FORCE POLICY" TO WS-Denial-Reason
               WHEN WS-Open-Claim-Found = 'Y'
                   MOVE "OPEN CLAIM" TO WS-Denial-Reason
               WHEN WS-Retained-Claim-Found = 'Y'
                   MOVE "CLAIM INSIDE LEGAL RETENTION" TO
                       WS-Denial-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Denial-Reason NOT = SPACES
               ADD 1 TO WS-Denied-Count
               MOVE "DENIED" TO WS-Log-Action
               MOVE SPACES TO WS-Log-File-Name
               MOVE SPACES TO WS-Log-Record-Key
               MOVE WS-Denial-Reason TO WS-Log-Detail
               PERFORM Write-Privacy-Log
               EXIT PARAGRAPH
           END-IF

           MOVE CU-Customer-Id TO WS-Masked-Customer-Id
           MOVE "MASK" TO WS-Pass-Mode
           PERFORM Browse-Customer-Policies
           PERFORM Mask-Payments-Issued
           PERFORM Mask-Payee-Bank

           MOVE WS-Masked-Text TO CU-Customer-Name
           MOVE WS-Masked-Text TO CU-Customer-Address
           MOVE SPACES TO CU-Addr-Street
           MOVE SPACES TO CU-Addr-City
           MOVE SPACES TO CU-Addr-State
           MOVE SPACES TO CU-Addr-Zip
           MOVE SPACES TO CU-Tax-Id
           MOVE "MASKED" TO CU-Customer-Status
           REWRITE Customer-Master-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "CUSTOMER.MASTER" TO WS-Log-File-Name
           MOVE CU-Customer-Id TO WS-Log-Record-Key
           MOVE "NAME, ADDRESS, TAX ID" TO WS-Log-Detail
           PERFORM Write-Mask-Log

           IF Masked-Customer-Count < 500
               ADD 1 TO Masked-Customer-Count
               MOVE CU-Customer-Id TO
                   MC-Customer-Id(Masked-Customer-Count)
               MOVE PQ-Request-Id TO
                   MC-Request-Id(Masked-Customer-Count)
           END-IF
           ADD 1 TO WS-Masked-Count.

       Browse-Customer-Policies.
      *> Walks the customer's policies through the Customer-Id
      *> alternate key, and each policy's claims through the
      *> register's policy alternate key.
           MOVE 'N' TO WS-In-Force-Found
           MOVE 'N' TO WS-Open-Claim-Found
           MOVE 'N' TO WS-Retained-Claim-Found
           MOVE 0 TO Customer-Policy-Count
           MOVE 0 TO Customer-Tax-Id-Count
           MOVE CU-Customer-Id TO Customer-Id OF Policy-Master-Record
           START POLICY-MASTER-FILE KEY =
                   Customer-Id OF Policy-Master-Record
               INVALID KEY
                   MOVE "23" TO WS-Policy-Master-Status
           END-START
           MOVE 'N' TO WS-End-Of-Policies
           IF WS-Policy-Master-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Policies
           END-IF
           PERFORM UNTIL WS-End-Of-Policies = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Policies
               END-READ
               IF WS-End-Of-Policies = 'N'
                   IF Customer-Id OF Policy-Master-Record NOT =
                           CU-Customer-Id
                       MOVE 'Y' TO WS-End-Of-Policies
                   ELSE
                       PERFORM Work-One-Policy
                   END-IF
               END-IF
           END-PERFORM.

       Work-One-Policy.
           IF Customer-Policy-Count < 100
               ADD 1 TO Customer-Policy-Count
               MOVE Policy-Number OF Policy-Master-Record TO
                   CP-Policy-Number(Customer-Policy-Count)
           END-IF
           IF Policy-Status OF Policy-Master-Record = "ACTIVE"
               OR Policy-Status OF Policy-Master-Record = "PENDING"
               MOVE 'Y' TO WS-In-Force-Found
           END-IF

           EVALUATE WS-Pass-Mode
               WHEN "REPORT"
                   PERFORM Report-One-Policy
               WHEN "MASK"
                   PERFORM Mask-One-Policy
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE Policy-Number OF Policy-Master-Record TO
               CR-Policy-Number OF Claims-Register-Record
           START Claims-Register-File KEY =
                   CR-Policy-Number OF Claims-Register-Record
               INVALID KEY
                   MOVE "23" TO WS-Claims-Register-Status
           END-START
           MOVE 'N' TO WS-End-Of-Claims
           IF WS-Claims-Register-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Claims
           END-IF
           PERFORM UNTIL WS-End-Of-Claims = 'Y'
               READ Claims-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Claims
               END-READ
               IF WS-End-Of-Claims = 'N'
                   IF CR-Policy-Number OF Claims-Register-Record NOT =
                           Policy-Number OF Policy-Master-Record
                       MOVE 'Y' TO WS-End-Of-Claims
                   ELSE
                       PERFORM Work-One-Claim-Row
                   END-IF
               END-IF
           END-PERFORM.

       Report-One-Policy.
           MOVE SPACES TO WS-Report-Line
           STRING "  POLICY " Policy-Number OF Policy-Master-Record
                   " " Policy-Type OF Policy-Master-Record
                   " " Policy-Status OF Policy-Master-Record
                   " " Policy-Effective-Date OF Policy-Master-Record
                   " TO " Policy-Expiration-Date OF
                       Policy-Master-Record
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "    HOLDER " Policy-Holder-Name OF
                       Policy-Master-Record
                   " " Policy-Holder-Address OF Policy-Master-Record
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM VARYING DriverIdx FROM 1 BY 1
               UNTIL DriverIdx > Driver-Count OF Policy-Master-Record
               MOVE SPACES TO WS-Report-Line
               STRING "    DRIVER " DR-Name OF
                           Policy-Master-Record(DriverIdx)
                       " BORN " DR-Birth-Date OF
                           Policy-Master-Record(DriverIdx)
                       " LICENSE " DR-License-Number OF
                           Policy-Master-Record(DriverIdx)
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-PERFORM
           PERFORM VARYING BeneficiaryIdx FROM 1 BY 1
               UNTIL BeneficiaryIdx >
                   Beneficiary-Count OF Policy-Master-Record
               MOVE SPACES TO WS-Report-Line
               STRING "    BENEFICIARY " BN-Name OF
                           Policy-Master-Record(BeneficiaryIdx)
                       " " BN-Address OF
                           Policy-Master-Record(BeneficiaryIdx)
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-PERFORM.

       Mask-One-Policy.
           MOVE Policy-Master-Record TO WS-Journal-Before
           MOVE WS-Masked-Text TO
               Policy-Holder-Name OF Policy-Master-Record
           MOVE WS-Masked-Text TO
               Policy-Holder-Address OF Policy-Master-Record
           MOVE SPACES TO Holder-Addr-Street OF Policy-Master-Record
           MOVE SPACES TO Holder-Addr-City OF Policy-Master-Record
           MOVE SPACES TO Holder-Addr-State OF Policy-Master-Record
           MOVE SPACES TO Holder-Addr-Zip OF Policy-Master-Record
           PERFORM VARYING DriverIdx FROM 1 BY 1
               UNTIL DriverIdx > Driver-Count OF Policy-Master-Record
               MOVE WS-Masked-Text TO
                   DR-Name OF Policy-Master-Record(DriverIdx)
           END-PERFORM
           PERFORM VARYING BeneficiaryIdx FROM 1 BY 1
               UNTIL BeneficiaryIdx >
                   Beneficiary-Count OF Policy-Master-Record
               MOVE WS-Masked-Text TO
                   BN-Name OF Policy-Master-Record(BeneficiaryIdx)
               MOVE WS-Masked-Text TO
                   BN-Address OF Policy-Master-Record(BeneficiaryIdx)
           END-PERFORM
           MOVE "REWRITE" TO WS-Journal-Action
           MOVE PQ-Request-Id TO WS-Journal-Ref
           MOVE Policy-Master-Record TO WS-Journal-After
           CALL "MasterJournal" USING WS-Program-Name,
               WS-Journal-Action, WS-Journal-Ref,
               WS-Journal-Before, WS-Journal-After
           REWRITE Policy-Master-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "POLICY.MASTER" TO WS-Log-File-Name
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Log-Record-Key
           MOVE "HOLDER, DRIVER, BENEFICIARY NAMES/ADDR" TO
               WS-Log-Detail
           PERFORM Write-Mask-Log.

       Work-One-Claim-Row.
           IF CR-Claim-Status OF Claims-Register-Record = "REVIEW"
               OR CR-Claim-Status OF Claims-Register-Record = "SIU"
               OR CR-Claim-Status OF Claims-Register-Record = "CONTEST"
               MOVE 'Y' TO WS-Open-Claim-Found
           ELSE
               IF CR-Decision-Date OF Claims-Register-Record
                       NOT = SPACES
                   MOVE CR-Decision-Date OF Claims-Register-Record(7:4)
                       TO WS-Decision-YYYYMMDD(1:4)
                   MOVE CR-Decision-Date OF Claims-Register-Record(1:2)
                       TO WS-Decision-YYYYMMDD(5:2)
                   MOVE CR-Decision-Date OF Claims-Register-Record(4:2)
                       TO WS-Decision-YYYYMMDD(7:2)
                   COMPUTE WS-Decision-Days =
                       FUNCTION INTEGER-OF-DATE(WS-Decision-YYYYMMDD)
                   IF WS-Decision-Days NOT < WS-Cutoff-Days
                       MOVE 'Y' TO WS-Retained-Claim-Found
                   END-IF
               END-IF
           END-IF
           IF CR-Payee-Tax-Id OF Claims-Register-Record NOT = SPACES
               PERFORM Note-Customer-Tax-Id
           END-IF

           EVALUATE WS-Pass-Mode
               WHEN "REPORT"
                   MOVE CR-Row-Sequence OF Claims-Register-Record TO
                       WS-Sequence-Disp
                   MOVE CR-Amount-of-Loss OF Claims-Register-Record TO
                       WS-Amount-Disp
                   MOVE SPACES TO WS-Report-Line
                   STRING "    CLAIM " CR-Claim-Number OF
                               Claims-Register-Record
                           "-" WS-Sequence-Disp
                           " LOSS " CR-Date-of-Loss OF
                               Claims-Register-Record
                           " " CR-Cause-of-Loss OF
                               Claims-Register-Record
                           " " WS-Amount-Disp
                           " " CR-Claim-Status OF
                               Claims-Register-Record
                           " PAYEE TAX ID " CR-Payee-Tax-Id OF
                               Claims-Register-Record
                       DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM Write-Report-Line
               WHEN "MASK"
                   IF CR-Payee-Tax-Id OF Claims-Register-Record
                           NOT = SPACES
                       MOVE WS-Masked-Tax-Id TO
                           CR-Payee-Tax-Id OF Claims-Register-Record
                       REWRITE Claims-Register-Record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE "CLAIMS.REGISTER" TO WS-Log-File-Name
                       MOVE CR-Claim-Number OF Claims-Register-Record
                           TO WS-Log-Record-Key
                       MOVE "PAYEE TAX ID" TO WS-Log-Detail
                       PERFORM Write-Mask-Log
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Note-Customer-Tax-Id.
           MOVE 'N' TO WS-Matched
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Customer-Tax-Id-Count
               IF CT-Tax-Id(WS-Scan-Index) =
                       CR-Payee-Tax-Id OF Claims-Register-Record
                   MOVE 'Y' TO WS-Matched
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched = 'N' AND Customer-Tax-Id-Count < 20
               ADD 1 TO Customer-Tax-Id-Count
               MOVE CR-Payee-Tax-Id OF Claims-Register-Record TO
                   CT-Tax-Id(Customer-Tax-Id-Count)
           END-IF.

       Test-Customer-Policy.
      *> Sets WS-Matched when WS-Policy-Key is one of the customer's
      *> policies.
           MOVE 'N' TO WS-Matched
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Customer-Policy-Count
               IF CP-Policy-Number(WS-Scan-Index) =
                       WS-Policy-Key
                   MOVE 'Y' TO WS-Matched
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Report-Premium-Receipts.
           IF Customer-Policy-Count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Premium-Receipts-File
           IF WS-Premium-Receipts-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Premium-Receipts-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE PR-Policy-Number TO WS-Policy-Key
                   PERFORM Test-Customer-Policy
                   IF WS-Matched = 'Y'
                       MOVE PR-Payment-Amount TO WS-Amount-Disp
                       MOVE SPACES TO WS-Report-Line
                       STRING "  PREMIUM RECEIVED " PR-Policy-Number
                               " " PR-Payment-Date " " WS-Amount-Disp
                               " " PR-Transaction-Type
                           DELIMITED BY SIZE INTO WS-Report-Line
                       PERFORM Write-Report-Line
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Premium-Receipts-File.

       Report-Payments-Issued.
           IF Customer-Policy-Count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PI-Check-Number
           START Payment-Issued-File KEY NOT < PI-Check-Number
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Payment-Issued-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE PI-Policy-Number TO WS-Policy-Key
                   PERFORM Test-Customer-Policy
                   IF WS-Matched = 'Y'
                       MOVE PI-Payment-Amount TO WS-Amount-Disp
                       MOVE SPACES TO WS-Report-Line
                       STRING "  PAYMENT ISSUED " PI-Check-Number
                               " CLAIM " PI-Claim-Number
                               " " PI-Issue-Date " " WS-Amount-Disp
                               " " PI-Payment-Method
                               " TO " PI-Payee
                           DELIMITED BY SIZE INTO WS-Report-Line
                       PERFORM Write-Report-Line
                   END-IF
               END-IF
           END-PERFORM.

       Report-Correspondence.
           OPEN INPUT Corresp-Register-File
           IF WS-Corresp-Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Corresp-Register-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND DC-Customer-Id OF
                       Correspondence-Register-Record = CU-Customer-Id
                   MOVE SPACES TO WS-Report-Line
                   STRING "  LETTER " DC-Document-Id OF
                               Correspondence-Register-Record
                           " " DC-Letter-Type OF
                               Correspondence-Register-Record
                           " " DC-Log-Date OF
                               Correspondence-Register-Record
                           " " DC-Channel OF
                               Correspondence-Register-Record
                           " " DC-Summary OF
                               Correspondence-Register-Record
                       DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM
           CLOSE Corresp-Register-File.

       Report-Payee-Bank.
      *> Account numbers print as their last four - the report goes
      *> out in the mail.
           PERFORM VARYING CustomerTaxIdIdx FROM 1 BY 1
               UNTIL CustomerTaxIdIdx > Customer-Tax-Id-Count
               MOVE CT-Tax-Id(CustomerTaxIdIdx) TO
                   PB-Payee-Tax-Id OF Payee-Bank-Record
               READ Payee-Bank-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Payee-Bank-Status = "00"
                   MOVE SPACES TO WS-Report-Line
                   STRING "  BANK DETAILS TAX ID "
                           PB-Payee-Tax-Id OF Payee-Bank-Record
                           " ROUTING " PB-Routing-Number
                           " ACCOUNT ENDING " PB-Account-Number(14:4)
                           " TYPE " PB-Account-Type
                           " " PB-Payment-Method
                           " MANDATE " PB-Mandate-Date
                       DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM.

       Mask-Payments-Issued.
           IF Customer-Policy-Count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PI-Check-Number
           START Payment-Issued-File KEY NOT < PI-Check-Number
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Payment-Issued-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE PI-Policy-Number TO WS-Policy-Key
                   PERFORM Test-Customer-Policy
                   IF WS-Matched = 'Y'
                       MOVE WS-Masked-Text TO PI-Payee
                       IF PI-Payee-Tax-Id NOT = SPACES
                           MOVE WS-Masked-Tax-Id TO PI-Payee-Tax-Id
                       END-IF
                       REWRITE Payment-Issued-Record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE "PAYMENT.ISSUED" TO WS-Log-File-Name
                       MOVE PI-Check-Number TO WS-Log-Record-Key
                       MOVE "PAYEE NAME, TAX ID" TO WS-Log-Detail
                       PERFORM Write-Mask-Log
                   END-IF
               END-IF
           END-PERFORM.

       Mask-Payee-Bank.
      *> The row is keyed by the tax id being masked, so it is
      *> deleted and written back under the masked key with the
      *> account masked and the method forced to CHK - nothing can be
      *> credited to a masked account. A customer paid under more
      *> than one tax id keeps only the first masked row.
           PERFORM VARYING CustomerTaxIdIdx FROM 1 BY 1
               UNTIL CustomerTaxIdIdx > Customer-Tax-Id-Count
               MOVE CT-Tax-Id(CustomerTaxIdIdx) TO
                   PB-Payee-Tax-Id OF Payee-Bank-Record
               READ Payee-Bank-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Payee-Bank-Status = "00"
                   DELETE Payee-Bank-File RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-Masked-Tax-Id TO
                       PB-Payee-Tax-Id OF Payee-Bank-Record
                   MOVE ALL "X" TO PB-Routing-Number
                   MOVE ALL "X" TO PB-Account-Number
                   MOVE "CHK" TO PB-Payment-Method
                   WRITE Payee-Bank-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "PAYEE.BANK" TO WS-Log-File-Name
                   MOVE WS-Masked-Tax-Id TO WS-Log-Record-Key
                   MOVE "TAX ID, ROUTING, ACCOUNT NUMBER" TO
                       WS-Log-Detail
                   PERFORM Write-Mask-Log
               END-IF
           END-PERFORM.

       Mask-Correspondence-Register.
      *> One copy pass for every customer masked this run: the
      *> register goes to the work file with their recipient names
      *> and addresses masked, then back over the register.
           OPEN INPUT Corresp-Register-File
           IF WS-Corresp-Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Corresp-Work-File
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Corresp-Register-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM Mask-One-Letter
                   MOVE Correspondence-Register-Record TO
                       Corresp-Work-Record
                   WRITE Corresp-Work-Record
               END-IF
           END-PERFORM
           CLOSE Corresp-Work-File
           CLOSE Corresp-Register-File

           OPEN INPUT Corresp-Work-File
           OPEN OUTPUT Corresp-Register-File
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Corresp-Work-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE Corresp-Work-Record TO
                       Correspondence-Register-Record
                   WRITE Correspondence-Register-Record
               END-IF
           END-PERFORM
           CLOSE Corresp-Register-File
           CLOSE Corresp-Work-File.

       Mask-One-Letter.
           IF DC-Customer-Id OF Correspondence-Register-Record = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Slot-Index
           PERFORM VARYING MaskedCustomerIdx FROM 1 BY 1
               UNTIL MaskedCustomerIdx > Masked-Customer-Count
               IF MC-Customer-Id(MaskedCustomerIdx) =
                       DC-Customer-Id OF Correspondence-Register-Record
                   SET WS-Slot-Index TO MaskedCustomerIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Slot-Index = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Masked-Text TO
               DC-Recipient-Name OF Correspondence-Register-Record
           MOVE WS-Masked-Text TO
               DC-Recipient-Address OF Correspondence-Register-Record
           MOVE MC-Request-Id(WS-Slot-Index) TO WS-Log-Request-Id
           MOVE MC-Customer-Id(WS-Slot-Index) TO WS-Log-Customer-Id
           MOVE "CORRESP.REGISTER" TO WS-Log-File-Name
           MOVE DC-Document-Id OF Correspondence-Register-Record TO
               WS-Log-Record-Key
           MOVE "RECIPIENT NAME, ADDRESS" TO WS-Log-Detail
           PERFORM Write-Mask-Log.

       Write-Mask-Log.
           MOVE "MASKED" TO WS-Log-Action
           PERFORM Write-Privacy-Log.

       Write-Privacy-Log.
           MOVE SPACES TO Privacy-Log-Record
           MOVE WS-Today-MDY TO PL-Log-Date
           MOVE WS-Log-Request-Id TO PL-Request-Id
           MOVE WS-Log-Customer-Id TO PL-Customer-Id
           MOVE WS-Log-Action TO PL-Action
           MOVE WS-Log-File-Name TO PL-File-Name
           MOVE WS-Log-Record-Key TO PL-Record-Key
           MOVE WS-Log-Detail TO PL-Detail
           WRITE Privacy-Log-Record.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
