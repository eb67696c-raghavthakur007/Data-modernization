       01  WS-Billing-Extract-Status     PIC XX.
       01  WS-Installment-Schedule-Status PIC XX.
       01  WS-Payment-Terms-Days         PIC 9(3) VALUE 30.
      *> Service charge billed on its own line beside each installment
      *> of a non-annual payment plan - the cost of carrying the
      *> balance, priced per state by FeeLookup.
       01  WS-Installment-Fee            PIC 9(5)V99.
       01  WS-Fee-Type                   PIC X(10) VALUE "INSTALLMNT".
       01  WS-Fee-Grace-Days             PIC 9(3).
       01  WS-Fee-Allowed                PIC X.
       01  WS-Premium-Due-Date           PIC X(10).
       01  WS-Interest-Index             PIC 9(4) COMP.
       01  WS-Mortgagee-Found            PIC X.
       01  WS-Program-Name               PIC X(20) VALUE
           "BillingExtract".
       01  WS-Offending-Value            PIC X(15).
       01  WS-Installment-Count          PIC 9(3).
       01  WS-Installment-Index          PIC 9(3).
       01  WS-Base-Installment           PIC 9(9)V99.
      *> term's premium splits across - ANNUAL (or a blank plan on a
      *> policy issued before plans existed) bills the whole premium
      *> on one row exactly as before; QUARTERLY and MONTHLY spread it
      *> with an installment fee line beside every installment (unless
      *> the policy's state prohibits the charge), with the last
      *> installment absorbing the rounding remainder so the plan
      *> still adds back to the full premium.
      *> A MORTGAGEE plan is paid once a year out of the mortgage
      *> escrow, so it bills the whole premium on one row like ANNUAL.
           EVALUATE Payment-Plan OF PolicyDB2Record(Record-Count)
               WHEN "MONTHLY"
                   MOVE 12 TO WS-Installment-Count
               TO BE-Policy-Holder-Name
           MOVE Policy-Type OF PolicyDB2Record(Record-Count)
               TO BE-Policy-Type
           PERFORM Resolve-Bill-To
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO BE-Invoice-Date
           MOVE "NET30" TO BE-Payment-Terms
           MOVE 0 TO WS-Installment-Fee
           MOVE 'N' TO WS-Fee-Allowed
           IF WS-Installment-Count > 1
               CALL "FeeLookup" USING
                   State-Code OF PolicyDB2Record(Record-Count),
                   WS-Fee-Type, WS-Installment-Fee,
                   WS-Fee-Grace-Days, WS-Fee-Allowed
           END-IF

           PERFORM VARYING WS-Installment-Index FROM 1 BY 1
               PERFORM Write-One-Installment
           END-PERFORM.

       Resolve-Bill-To.
      *> Escrow-paid policies bill the lender - the first MORTGAGEE row
      *> on the additional interests is the first-position mortgagee.
      *> A MORTGAGEE plan with no mortgagee on file bills the insured
      *> as before and is reported so the plan or the interest can be
      *> corrected.
           MOVE Policy-Holder-Name OF PolicyDB2Record(Record-Count)
               TO BE-Bill-To-Name
           MOVE Policy-Holder-Address OF PolicyDB2Record(Record-Count)
               TO BE-Bill-To-Address
           MOVE SPACES TO BE-Loan-Number
           MOVE 'N' TO WS-Mortgagee-Found
           IF Payment-Plan OF PolicyDB2Record(Record-Count) =
                   "MORTGAGEE"
               PERFORM VARYING WS-Interest-Index FROM 1 BY 1
                   UNTIL WS-Interest-Index > Addl-Interest-Count OF
                       PolicyDB2Record(Record-Count)
                   IF AI-Interest-Type OF PolicyDB2Record
                           (Record-Count, WS-Interest-Index) =
                           "MORTGAGEE"
                       MOVE AI-Name OF PolicyDB2Record
                           (Record-Count, WS-Interest-Index) TO
                           BE-Bill-To-Name
                       MOVE AI-Address OF PolicyDB2Record
                           (Record-Count, WS-Interest-Index) TO
                           BE-Bill-To-Address
                       MOVE AI-Loan-Number OF PolicyDB2Record
                           (Record-Count, WS-Interest-Index) TO
                           BE-Loan-Number
                       MOVE 'Y' TO WS-Mortgagee-Found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-Mortgagee-Found = 'N'
                   MOVE "NO MORTGAGEE" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       Policy-Number OF PolicyDB2Record(Record-Count),
                       WS-Program-Name, WS-Offending-Value
               END-IF
           END-IF.

       Compute-Term-Interval.
      *> Installment due dates sit evenly across the policy term -
      *> same MM/DD/YYYY-to-YYYYMMDD-to-day-count idiom as the
           ELSE
               MOVE WS-Base-Installment TO WS-Installment-Amount
           END-IF
           IF WS-Installment-Count = 1
               STRING WS-Due-YYYYMMDD(5:2) "/" WS-Due-YYYYMMDD(7:2)
                       "/" WS-Due-YYYYMMDD(1:4)
                   DELIMITED BY SIZE INTO BE-Due-Date
           END-IF

           MOVE BE-Due-Date TO WS-Premium-Due-Date
           MOVE WS-Installment-Amount TO BE-Amount-Due
           MOVE WS-Installment-Index TO BE-Installment-Number
           MOVE "PREMIUM" TO BE-Line-Type
           MOVE 0 TO BE-Installment-Fee
           WRITE Billing-Extract-Record

      *> Matching schedule row for CashApplication to work receipts
           MOVE Term-Number OF PolicyDB2Record(Record-Count) TO
               IS-Term-Number
           MOVE WS-Installment-Index TO IS-Installment-Number
           MOVE WS-Premium-Due-Date TO IS-Due-Date
           MOVE WS-Installment-Amount TO IS-Amount-Due
           MOVE "PREMIUM" TO IS-Line-Type
           PERFORM Save-Installment-Row

           IF WS-Fee-Allowed = 'Y'
               PERFORM Write-Installment-Fee-Line
           END-IF.

      *> The installment charge bills as its own line, due with the
      *> installment it belongs to, and lands on schedule row 100 + n
      *> so cash application works it down separately from premium.
       Write-Installment-Fee-Line.
           MOVE WS-Installment-Fee TO BE-Amount-Due
           MOVE WS-Installment-Fee TO BE-Installment-Fee
           MOVE WS-Fee-Type TO BE-Line-Type
           WRITE Billing-Extract-Record

           MOVE Policy-Number OF PolicyDB2Record(Record-Count) TO
               IS-Policy-Number
           MOVE Term-Number OF PolicyDB2Record(Record-Count) TO
               IS-Term-Number
           COMPUTE IS-Installment-Number = 100 + WS-Installment-Index
           READ Installment-Schedule-File
               INVALID KEY
                   MOVE 0 TO IS-Amount-Paid
           END-READ
           MOVE Policy-Number OF PolicyDB2Record(Record-Count) TO
               IS-Policy-Number
           MOVE Term-Number OF PolicyDB2Record(Record-Count) TO
               IS-Term-Number
           COMPUTE IS-Installment-Number = 100 + WS-Installment-Index
           MOVE WS-Premium-Due-Date TO IS-Due-Date
           MOVE WS-Installment-Fee TO IS-Amount-Due
           MOVE WS-Fee-Type TO IS-Line-Type
           PERFORM Save-Installment-Row.

       Save-Installment-Row.
           IF IS-Amount-Paid >= IS-Amount-Due
               MOVE "PAID" TO IS-Installment-Status
           ELSE
