      *> CURED; still delinquent means PolicyCancellation is called
      *> for real and the cancellation is persisted to the master,
      *> with notice date and cancellation date on NONPAY.AUDIT.
      *> A MORTGAGEE-plan (escrow-billed) policy is the lender's to
      *> pay, so its delinquency first goes to the first-position
      *> mortgagee as a LENDERNTC row with the same state lead time;
      *> only once that has run out unpaid does the insured get the
      *> statutory notice and the policy start toward cancellation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-Cancel-YYYYMMDD           PIC 9(8).
       01  WS-Scheduled-YYYYMMDD        PIC 9(8).
       01  WS-Scheduled-Days            PIC S9(9).
       01  WS-Notice-Policy-Number      PIC X(10).
       01  WS-Notice-Balance            PIC 9(9)V99.
       01  WS-Interest-Index            PIC 9(4) COMP.
       01  WS-Mortgagee-Index           PIC 9(4) COMP.
       01  WS-Lender-Noticed-Count      PIC 9(8) COMP VALUE 0.
       COPY STNOTTBL.
       COPY POLMSTBL.

           CLOSE POLICY-MASTER-FILE
           CLOSE Nonpay-Pending-File
           DISPLAY "Non-pay cancellation run complete - noticed "
               WS-Noticed-Count ", lender-noticed "
               WS-Lender-Noticed-Count ", cancelled "
               WS-Cancelled-Count ", cured " WS-Cured-Count "."
           STOP RUN.

       Load-State-Notice-Table.
           END-IF.

       Notice-One-Delinquency.
      *> Already NOTICED (or LENDERNTC) means the clock is already
      *> running - no second notice. A policy no longer on the
      *> master (or already cancelled) needs no notice either.
           MOVE DL-Policy-Number TO NP-Policy-Number
           READ Nonpay-Pending-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Nonpay-Pending-Status = "00"
               AND (NP-Pending-Status = "NOTICED"
                   OR NP-Pending-Status = "LENDERNTC")
               CONTINUE
           ELSE
               MOVE DL-Policy-Number TO
               IF WS-Policy-Master-Status = "00"
                   AND Policy-Status OF Policy-Master-Record NOT =
                       "CANCELLED"
                   MOVE DL-Policy-Number TO WS-Notice-Policy-Number
                   MOVE DL-Balance-Due TO WS-Notice-Balance
                   PERFORM Find-First-Mortgagee
                   IF Payment-Plan OF Policy-Master-Record =
                           "MORTGAGEE"
                       AND WS-Mortgagee-Index > 0
                       PERFORM Write-Lender-Notice
                   ELSE
                       PERFORM Write-Statutory-Notice
                   END-IF
               END-IF
           END-IF.

       Find-First-Mortgagee.
           MOVE 0 TO WS-Mortgagee-Index
           PERFORM VARYING WS-Interest-Index FROM 1 BY 1
               UNTIL WS-Interest-Index >
                   Addl-Interest-Count OF Policy-Master-Record
                   OR WS-Mortgagee-Index > 0
               IF AI-Interest-Type OF
                       Policy-Master-Record(WS-Interest-Index) =
                       "MORTGAGEE"
                   MOVE WS-Interest-Index TO WS-Mortgagee-Index
               END-IF
           END-PERFORM.

       Resolve-Lead-Days.
           MOVE WS-Default-Lead-Days TO WS-Lead-Days
           PERFORM VARYING StateNoticeIdx FROM 1 BY 1
               UNTIL StateNoticeIdx > State-Notice-Count

           COMPUTE WS-Cancel-Days = WS-Today-Days + WS-Lead-Days
           COMPUTE WS-Cancel-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-Cancel-Days).

      *> The lender hears first - a notice to the first-position
      *> mortgagee quoting its loan number, and a LENDERNTC row whose
      *> lead time has to run out before the insured is noticed.
       Write-Lender-Notice.
           PERFORM Resolve-Lead-Days

           MOVE WS-Notice-Policy-Number TO NP-Policy-Number
           MOVE WS-Today-MDY TO NP-Notice-Date
           STRING WS-Cancel-YYYYMMDD(5:2) "/" WS-Cancel-YYYYMMDD(7:2)
                   "/" WS-Cancel-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO NP-Scheduled-Cancel-Date
           MOVE WS-Notice-Balance TO NP-Balance-Due
           MOVE "LENDERNTC" TO NP-Pending-Status
           WRITE Nonpay-Pending-Record
               INVALID KEY
                   REWRITE Nonpay-Pending-Record
           END-WRITE

           OPEN EXTEND Nonpay-Notice-File
           IF WS-Nonpay-Notice-Status = "35"
               OPEN OUTPUT Nonpay-Notice-File
           END-IF
           MOVE WS-Notice-Policy-Number TO NN-Policy-Number
           MOVE AI-Name OF Policy-Master-Record(WS-Mortgagee-Index) TO
               NN-Policy-Holder-Name
           MOVE AI-Address OF Policy-Master-Record(WS-Mortgagee-Index)
               TO NN-Policy-Holder-Address
           MOVE WS-Notice-Balance TO NN-Balance-Due
           MOVE WS-Today-MDY TO NN-Notice-Date
           MOVE NP-Scheduled-Cancel-Date TO NN-Scheduled-Cancel-Date
           WRITE Nonpay-Notice-Record
           MOVE "LENDERNP" TO WS-Doc-Letter-Type
           MOVE SPACES TO WS-Doc-Customer-Id
           MOVE AI-Loan-Number OF
               Policy-Master-Record(WS-Mortgagee-Index) TO
               WS-Doc-Reference
           MOVE "ESCROW PREMIUM UNPAID - LENDER NOTICE" TO
               WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, NN-Policy-Holder-Name,
               NN-Policy-Holder-Address, WS-Doc-Reference,
               WS-Doc-Summary
           CLOSE Nonpay-Notice-File

           MOVE "LENDERNTC" TO NA-Action
           MOVE WS-Today-MDY TO NA-Notice-Date
           MOVE SPACES TO NA-Cancel-Date
           MOVE WS-Notice-Balance TO NA-Balance-Due
           MOVE WS-Notice-Policy-Number TO NA-Policy-Number
           PERFORM Write-Audit-Row
           ADD 1 TO WS-Lender-Noticed-Count.

       Write-Statutory-Notice.
           PERFORM Resolve-Lead-Days

           MOVE WS-Notice-Policy-Number TO NP-Policy-Number
           MOVE WS-Today-MDY TO NP-Notice-Date
           STRING WS-Cancel-YYYYMMDD(5:2) "/" WS-Cancel-YYYYMMDD(7:2)
                   "/" WS-Cancel-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO NP-Scheduled-Cancel-Date
           MOVE WS-Notice-Balance TO NP-Balance-Due
           MOVE "NOTICED" TO NP-Pending-Status
           WRITE Nonpay-Pending-Record
               INVALID KEY
           IF WS-Nonpay-Notice-Status = "35"
               OPEN OUTPUT Nonpay-Notice-File
           END-IF
           MOVE WS-Notice-Policy-Number TO NN-Policy-Number
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               NN-Policy-Holder-Name
           MOVE Policy-Holder-Address OF Policy-Master-Record TO
               NN-Policy-Holder-Address
           MOVE WS-Notice-Balance TO NN-Balance-Due
           MOVE WS-Today-MDY TO NN-Notice-Date
           MOVE NP-Scheduled-Cancel-Date TO NN-Scheduled-Cancel-Date
           WRITE Nonpay-Notice-Record
           MOVE "NOTICED" TO NA-Action
           MOVE WS-Today-MDY TO NA-Notice-Date
           MOVE SPACES TO NA-Cancel-Date
           MOVE WS-Notice-Balance TO NA-Balance-Due
           MOVE WS-Notice-Policy-Number TO NA-Policy-Number
           PERFORM Write-Audit-Row
           ADD 1 TO WS-Noticed-Count.

                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND (NP-Pending-Status = "NOTICED"
                       OR NP-Pending-Status = "LENDERNTC")
                   PERFORM Test-Notice-Period-Expired
               END-IF
           END-PERFORM.
                   PERFORM Write-Audit-Row
                   ADD 1 TO WS-Cured-Count
               ELSE
      *> The lender let its notice period run out - now, and only
      *> now, the insured gets the statutory notice on its own clock.
                   IF NP-Pending-Status = "LENDERNTC"
                       MOVE NP-Policy-Number TO WS-Notice-Policy-Number
                       MOVE NP-Balance-Due TO WS-Notice-Balance
                       PERFORM Write-Statutory-Notice
                   ELSE
                       PERFORM Cancel-One-Policy
                   END-IF
               END-IF
           END-IF.

