       01  Reinstate-Intake-Record.
           05  RS-Policy-Number         PIC X(10).
           05  RS-Reinstate-Date        PIC X(10).
      *> User id of whoever keyed the reinstatement - journaled as the
      *> transaction reference, the policy already being on the row.
           05  RS-Keyed-By              PIC X(8).

       FD  Reinstate-Rules-File.
           COPY RSRULREC.
       01  WS-Reinstate-Rules-Status    PIC XX.
       01  WS-Policy-Cancellation-Status PIC XX.
       01  WS-Billing-Extract-Status    PIC XX.
       01  WS-Interest-Index            PIC 9(4) COMP.
       01  WS-Reinstate-Notice-Status   PIC XX.
       01  WS-Policy-Master-Status      PIC XX.
       01  WS-Program-Name              PIC X(20) VALUE
       01  WS-Due-Days                  PIC S9(9).
       01  WS-Due-YYYYMMDD              PIC 9(8).
       01  WS-Reinstated-Count          PIC 9(8) COMP VALUE 0.
       01  WS-Verification-Type         PIC X(3) VALUE "REI".
       01  WS-Verification-VIN          PIC X(17) VALUE SPACES.
       01  WS-Verification-Date         PIC X(10).
       COPY RSRULTBL.

       PROCEDURE DIVISION.
           MOVE "ACTIVE" TO Policy-Status OF Policy-Master-Record
           MOVE 'N' TO Delinquency-Flag OF Policy-Master-Record
           MOVE "REWRITE" TO WS-Journal-Action
           MOVE RS-Keyed-By TO WS-Journal-Ref
           MOVE Policy-Master-Record TO WS-Journal-After
           CALL "MasterJournal" USING WS-Program-Name,
               WS-Journal-Action, WS-Journal-Ref,

           PERFORM Rebill-Remaining-Premium
           PERFORM Write-Reinstatement-Notice
           PERFORM Report-Reinstatement-To-DMV
           ADD 1 TO WS-Reinstated-Count.

       Report-Reinstatement-To-DMV.
      *> A BACKDATE reinstatement puts coverage back from the
      *> cancellation date, so the DMV sees no gap; a LAPSE one
      *> restarts coverage on the reinstatement date.
           IF WS-Method = "LAPSE"
               MOVE RS-Reinstate-Date TO WS-Verification-Date
           ELSE
               MOVE WS-Cancellation-Date TO WS-Verification-Date
           END-IF
           CALL "InsuranceVerification" USING Policy-Master-Record,
               WS-Verification-Type, WS-Verification-VIN,
               WS-Verification-Date.

       Rebill-Remaining-Premium.
      *> Whatever of the term premium was never collected goes back on
      *> the billing extract - due NET30 from the reinstatement date.
               MOVE "NET30" TO BE-Payment-Terms
               MOVE 1 TO BE-Installment-Number
               MOVE 0 TO BE-Installment-Fee
               MOVE "PREMIUM" TO BE-Line-Type
               PERFORM Resolve-Bill-To
               WRITE Billing-Extract-Record
               CLOSE Billing-Extract-File
           ELSE
               MOVE 0 TO WS-Balance-Due
           END-IF.

      *> Same bill-to rule BillingExtract applies - an escrow-paid
      *> policy's balance goes to its first-position mortgagee.
       Resolve-Bill-To.
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               BE-Bill-To-Name
           MOVE Policy-Holder-Address OF Policy-Master-Record TO
               BE-Bill-To-Address
           MOVE SPACES TO BE-Loan-Number
           IF Payment-Plan OF Policy-Master-Record = "MORTGAGEE"
               PERFORM VARYING WS-Interest-Index FROM 1 BY 1
                   UNTIL WS-Interest-Index >
                       Addl-Interest-Count OF Policy-Master-Record
                   IF AI-Interest-Type OF
                           Policy-Master-Record(WS-Interest-Index) =
                           "MORTGAGEE"
                       MOVE AI-Name OF
                           Policy-Master-Record(WS-Interest-Index) TO
                           BE-Bill-To-Name
                       MOVE AI-Address OF
                           Policy-Master-Record(WS-Interest-Index) TO
                           BE-Bill-To-Address
                       MOVE AI-Loan-Number OF
                           Policy-Master-Record(WS-Interest-Index) TO
                           BE-Loan-Number
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       Write-Reinstatement-Notice.
           OPEN EXTEND Reinstate-Notice-File
           IF WS-Reinstate-Notice-Status = "35"
