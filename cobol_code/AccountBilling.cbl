      *> with no Customer-Id (pre-customer-master book) pass through
      *> as single-policy accounts keyed by policy number. The
      *> combined payment comes back through CashApplication's
      *> account-payment spread. A MORTGAGEE-plan row (one carrying
      *> the lender's loan number) is the lender's bill, not the
      *> household's - it never folds into the customer's account and
      *> invoices alone to the mortgagee under the policy number, with
      *> the loan number on the header.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  AV-Amount-Due          PIC 9(9)V99.
           05  AV-Due-Date            PIC X(10).
           05  AV-Holder-Name         PIC X(50).
           05  AV-Bill-To-Address     PIC X(60).
           05  AV-Loan-Number         PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-Billing-Extract-Status   PIC XX.
                   INDEXED BY AccountIdx.
               10  AT-Account-Key      PIC X(10).
               10  AT-Holder-Name      PIC X(50).
               10  AT-Bill-To-Address  PIC X(60).
               10  AT-Loan-Number      PIC X(15).
               10  AT-Total-Due        PIC 9(11)V99.
               10  AT-Earliest-Due     PIC 9(8).
               10  AT-Detail-Count     PIC 9(2) COMP.
           END-READ
           IF WS-Policy-Master-Status = "00"
               AND Customer-Id OF Policy-Master-Record NOT = SPACES
               AND BE-Loan-Number = SPACES
               MOVE Customer-Id OF Policy-Master-Record TO
                   WS-Account-Key
           ELSE
                   MOVE Account-Count TO WS-Matched-Index
                   MOVE WS-Account-Key TO AT-Account-Key OF
                       AccountRecord(WS-Matched-Index)
                   IF BE-Bill-To-Name NOT = SPACES
                       MOVE BE-Bill-To-Name TO AT-Holder-Name OF
                           AccountRecord(WS-Matched-Index)
                   ELSE
                       MOVE BE-Policy-Holder-Name TO AT-Holder-Name OF
                           AccountRecord(WS-Matched-Index)
                   END-IF
                   MOVE BE-Bill-To-Address TO AT-Bill-To-Address OF
                       AccountRecord(WS-Matched-Index)
                   MOVE BE-Loan-Number TO AT-Loan-Number OF
                       AccountRecord(WS-Matched-Index)
                   MOVE 0 TO AT-Total-Due OF
                       AccountRecord(WS-Matched-Index)
               DELIMITED BY SIZE INTO AV-Due-Date
           MOVE AT-Holder-Name OF AccountRecord(WS-Scan-Index) TO
               AV-Holder-Name
           MOVE AT-Bill-To-Address OF AccountRecord(WS-Scan-Index) TO
               AV-Bill-To-Address
           MOVE AT-Loan-Number OF AccountRecord(WS-Scan-Index) TO
               AV-Loan-Number
           WRITE Account-Invoice-Record

           PERFORM VARYING WS-Detail-Scan FROM 1 BY 1
               MOVE AT-Due-Date OF AccountRecord
                   (WS-Scan-Index, WS-Detail-Scan) TO AV-Due-Date
               MOVE SPACES TO AV-Holder-Name
               MOVE SPACES TO AV-Bill-To-Address
               MOVE SPACES TO AV-Loan-Number
               WRITE Account-Invoice-Record
           END-PERFORM.
