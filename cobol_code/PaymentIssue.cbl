      *> CLAIMS.DISBURSE queue, and a stop that matched nothing
      *> re-queues for the next run. CLAIMS.DISBURSE is emptied once
      *> consumed - it is the day's work; PAYMENT.ISSUED is the
      *> history. Each line is drawn on its writing company's own
      *> bank account and check stock, from COMPANY.MASTER. A payee
      *> with no tax id, or one B-noticed by the IRS who has not
      *> certified in time (TIN.STATUS), is backup-withheld.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Withholding-Remit-File ASSIGN TO "WITHHOLD.REMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Withholding-Remit-Status.
           SELECT Company-Master-File ASSIGN TO "COMPANY.MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Company-Master-Status.
           COPY PAYISSEL.
           COPY POLCTLSEL.
           COPY PAYBANKSEL.
           COPY POLMSSEL.
           COPY TINSTSEL.

       DATA DIVISION.
       FILE SECTION.
           05  WR-Gross-Amount        PIC 9(9)V99.
           05  WR-Withheld-Amount     PIC 9(9)V99.

       FD  Company-Master-File.
           COPY COMPMST.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  POLICY-CONTROL-FILE.
           COPY POLCTLREC.

       FD  Tin-Status-File.
           COPY TINSTAT.

       WORKING-STORAGE SECTION.
       01  WS-Disbursement-Status      PIC XX.
       01  WS-Disbursement-Void-Status PIC XX.
       01  WS-State-Interest-Status    PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Policy-Master-Open       PIC X VALUE 'N'.
       01  WS-Tin-Status-File-Status   PIC XX.
       01  WS-Tin-Status-Open          PIC X VALUE 'N'.
       01  WS-Backup-Withhold          PIC X.
       01  WS-Due-YYYYMMDD             PIC 9(8).
       01  WS-Due-Days                 PIC S9(9).
       01  WS-Interest-Amount          PIC 9(9)V99.
       01  WS-Interest-Days-Late       PIC S9(5).
       01  WS-Decision-YYYYMMDD        PIC 9(8).
       01  WS-Check-Number             PIC X(10).
       01  WS-Issued-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Voided-Count             PIC 9(8) COMP VALUE 0.
      *> Disbursing bank account the positive-pay file covers, and
      *> the check stock the item is numbered from - company "01"'s
      *> values here, replaced per line from COMPANY.MASTER for any
      *> other writing company.
       01  WS-Bank-Account-Number      PIC X(10) VALUE "1029384756".
       01  WS-Check-Prefix             PIC X(3) VALUE "CHK".
       01  WS-Check-Counter-Key        PIC X(10) VALUE "CHECKSEQ".
       01  WS-Company-Master-Status    PIC XX.
       01  WS-GL-Company-Code          PIC X(2).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
               10  PV-Void-State       PIC X.
       COPY CLMDVOID REPLACING Disbursement-Void-Record BY VoidRow.
       COPY STINTTBL.
       COPY COMPMTBL.

       PROCEDURE DIVISION.
       Begin-Payment-Issue.

           PERFORM Open-Payment-Issued
           PERFORM Open-Payee-Bank
           PERFORM Open-Tin-Status
           PERFORM Load-State-Interest-Table
           PERFORM Load-Company-Master
           PERFORM Apply-Void-Queue
           PERFORM Issue-Disbursement-Queue
           PERFORM Write-Withholding-Total
           IF WS-Policy-Master-Open = 'Y'
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-Tin-Status-Open = 'Y'
               CLOSE Tin-Status-File
           END-IF

           DISPLAY "Payment issue complete - issued " WS-Issued-Count
               " items, voided " WS-Voided-Count "."
               MOVE 'Y' TO WS-Payee-Bank-Open
           END-IF.

       Open-Tin-Status.
      *> B-notice status, maintained by BNoticeProcessing. No file
      *> just means no payee has been B-noticed.
           MOVE 'N' TO WS-Tin-Status-Open
           OPEN INPUT Tin-Status-File
           IF WS-Tin-Status-File-Status = "00"
               MOVE 'Y' TO WS-Tin-Status-Open
           END-IF.

       Issue-Disbursement-Queue.
           OPEN INPUT Disbursement-File
           IF WS-Disbursement-Status NOT = "00"
           END-IF.

       Issue-One-Payment.
      *> The writing company decides whose bank account and check
      *> stock the item is drawn on, and whose ledger the interest
      *> and withholding entries land in.
           PERFORM Select-Company-Bank

      *> Statutory late-payment interest is computed before the item
      *> is built, and the disbursement amount carries it from here
      *> on - the check/ACH amount, the register row, and positive
               ADD WS-Interest-Amount TO DB-Net-Payment-Amount
           END-IF

      *> A payee with no tax id cannot be 1099'd (nor can one whose
      *> name/TIN the IRS rejected and who never certified), so backup
      *> withholding comes out of the item before it is built - the
      *> payee gets the net, the withheld piece parks on the
      *> remittance feed and the liability account until the deposit.

       Apply-Backup-Withholding.
           MOVE 0 TO WS-Withheld-Amount
           PERFORM Test-Backup-Withhold
           IF WS-Backup-Withhold = 'Y'
               AND DB-Net-Payment-Amount > 0
               MOVE DB-Net-Payment-Amount TO WS-Withheld-Gross
               COMPUTE WS-Withheld-Amount ROUNDED =
               PERFORM Write-Withholding-Detail
           END-IF.

       Test-Backup-Withhold.
      *> WITHHOLD once BNoticeProcessing has closed the response
      *> window; a NOTICED payee whose due date passed since its last
      *> run is withheld here too, so the window is never overrun by
      *> a run-order gap. A CERTIFIED row withholds nothing.
           MOVE 'N' TO WS-Backup-Withhold
           IF DB-Payee-Tax-Id = SPACES
               MOVE 'Y' TO WS-Backup-Withhold
               EXIT PARAGRAPH
           END-IF
           IF WS-Tin-Status-Open = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE DB-Payee-Tax-Id TO TS-Payee-Tax-Id OF Tin-Status-Record
           READ Tin-Status-File
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TS-BN-Status = "WITHHOLD"
               MOVE 'Y' TO WS-Backup-Withhold
           END-IF
           IF TS-BN-Status = "NOTICED"
               MOVE TS-Response-Due-Date(7:4) TO WS-Due-YYYYMMDD(1:4)
               MOVE TS-Response-Due-Date(1:2) TO WS-Due-YYYYMMDD(5:2)
               MOVE TS-Response-Due-Date(4:2) TO WS-Due-YYYYMMDD(7:2)
               COMPUTE WS-Due-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Due-YYYYMMDD)
               IF WS-Today-Days > WS-Due-Days
                   MOVE 'Y' TO WS-Backup-Withhold
               END-IF
           END-IF.

       Write-Withholding-Detail.
           OPEN EXTEND Withholding-Remit-File
           IF WS-Withholding-Remit-Status = "35"
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Withholding-Liability-Acct,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Load-State-Interest-Table.
      *> Prompt-payment rules per state, compliance-maintained in
           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Interest-Expense-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Test-Payee-Pays-By-ACH.
           MOVE 'N' TO WS-Pay-By-ACH
               END-IF
           END-IF.

       Load-Company-Master.
      *> One row per legal entity - no file (or no row for a company)
      *> leaves it on company "01"'s account and check stock.
           MOVE 0 TO Company-Master-Count
           OPEN INPUT Company-Master-File
           IF WS-Company-Master-Status = "00"
               PERFORM UNTIL WS-Company-Master-Status NOT = "00"
                   READ Company-Master-File
                       AT END MOVE "10" TO WS-Company-Master-Status
                   END-READ
                   IF WS-Company-Master-Status = "00"
                       AND Company-Master-Count < 20
                       ADD 1 TO Company-Master-Count
                       MOVE Company-Master-File-Record TO
                           CompanyMasterRecord(Company-Master-Count)
                   END-IF
               END-PERFORM
               CLOSE Company-Master-File
           END-IF.

       Select-Company-Bank.
           IF DB-Company-Code = SPACES
               MOVE "01" TO DB-Company-Code
           END-IF
           MOVE DB-Company-Code TO WS-GL-Company-Code
           MOVE "1029384756" TO WS-Bank-Account-Number
           MOVE "CHK" TO WS-Check-Prefix
           MOVE "CHECKSEQ" TO WS-Check-Counter-Key
           PERFORM VARYING CompanyMasterIdx FROM 1 BY 1
               UNTIL CompanyMasterIdx > Company-Master-Count
               IF LE-Company-Code OF
                       CompanyMasterRecord(CompanyMasterIdx) =
                       DB-Company-Code
                   IF LE-Bank-Account-Number OF
                           CompanyMasterRecord(CompanyMasterIdx)
                           NOT = SPACES
                       MOVE LE-Bank-Account-Number OF
                           CompanyMasterRecord(CompanyMasterIdx)
                           TO WS-Bank-Account-Number
                   END-IF
                   IF LE-Check-Prefix OF
                           CompanyMasterRecord(CompanyMasterIdx)
                           NOT = SPACES
                       MOVE LE-Check-Prefix OF
                           CompanyMasterRecord(CompanyMasterIdx)
                           TO WS-Check-Prefix
                   END-IF
                   IF LE-Check-Counter-Key OF
                           CompanyMasterRecord(CompanyMasterIdx)
                           NOT = SPACES
                       MOVE LE-Check-Counter-Key OF
                           CompanyMasterRecord(CompanyMasterIdx)
                           TO WS-Check-Counter-Key
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Issue-One-Check.
           PERFORM Get-Next-Check-Number

           MOVE "OUTSTANDING" TO PI-Item-Status
           MOVE DB-Payee-Tax-Id TO PI-Payee-Tax-Id
           MOVE "CHK" TO PI-Payment-Method
           MOVE DB-Disbursement-Date TO PI-Disbursement-Date
           MOVE WS-Interest-Amount TO PI-Interest-Amount
           MOVE WS-Withheld-Amount TO PI-Withheld-Amount
           MOVE DB-Company-Code TO PI-Company-Code
           MOVE DB-Vendor-Id TO PI-Vendor-Id
           WRITE Payment-Issued-Record
               INVALID KEY
                   DISPLAY "PaymentIssue: duplicate check number "
           MOVE "OUTSTANDING" TO PI-Item-Status
           MOVE DB-Payee-Tax-Id TO PI-Payee-Tax-Id
           MOVE "ACH" TO PI-Payment-Method
           MOVE DB-Disbursement-Date TO PI-Disbursement-Date
           MOVE WS-Interest-Amount TO PI-Interest-Amount
           MOVE WS-Withheld-Amount TO PI-Withheld-Amount
           MOVE DB-Company-Code TO PI-Company-Code
           MOVE DB-Vendor-Id TO PI-Vendor-Id
           WRITE Payment-Issued-Record
               INVALID KEY
                   DISPLAY "PaymentIssue: duplicate trace number "
               OPEN I-O POLICY-CONTROL-FILE
           END-IF

           MOVE WS-Check-Counter-Key TO PC-Control-Key
           READ POLICY-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO PC-Next-Policy-Sequence
           END-READ

           ADD 1 TO PC-Next-Policy-Sequence
           STRING WS-Check-Prefix PC-Next-Policy-Sequence
               DELIMITED BY SIZE INTO WS-Check-Number

           MOVE WS-Check-Counter-Key TO PC-Control-Key
           REWRITE Policy-Control-Record
               INVALID KEY
                   WRITE Policy-Control-Record
