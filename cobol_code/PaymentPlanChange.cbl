      *> respreads the unpaid balance - Policy-Premium less
      *> Cumulative-Premium-Paid - evenly across the remainder of the
      *> term under the new plan with BillingExtract's installment
      *> fee line beside every non-annual installment and the last
      *> installment absorbing the rounding, and confirms the new
      *> schedule to the insured on the PLANCHG.NOTICE extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-End-Of-Changes           PIC X VALUE 'N'.
       01  WS-End-Of-Group             PIC X.
       01  WS-Applied-Count            PIC 9(8) COMP VALUE 0.
      *> BillingExtract's per-installment service charge, priced the
      *> same way through FeeLookup so the two programs stay in step.
       01  WS-Installment-Fee          PIC 9(5)V99.
       01  WS-Fee-Type                 PIC X(10) VALUE "INSTALLMNT".
       01  WS-Fee-Grace-Days           PIC 9(3).
       01  WS-Fee-Allowed              PIC X.
       01  WS-Premium-Installment      PIC 9(3).
       01  WS-Mortgagee-Eligible       PIC X.
       01  WS-Interest-Index           PIC 9(4) COMP.
       01  WS-Unpaid-Balance           PIC S9(11)V99.
       01  WS-Plan-Installments        PIC 9(3).
       01  WS-New-Installments         PIC 9(3).
           IF PL-New-Plan NOT = "ANNUAL"
               AND PL-New-Plan NOT = "QUARTERLY"
               AND PL-New-Plan NOT = "MONTHLY"
               AND PL-New-Plan NOT = "MORTGAGEE"
               MOVE PL-New-Plan TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   PL-Policy-Number, WS-Program-Name,
                   PL-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               PERFORM Test-Mortgagee-Eligible
               IF Payment-Plan OF Policy-Master-Record = PL-New-Plan
                   MOVE "SAME PLAN" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       PL-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
               ELSE IF WS-Mortgagee-Eligible = 'N'
                   MOVE "NO MORTGAGEE" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       PL-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
               ELSE
                   PERFORM Rewrite-Master-Plan
                   PERFORM Cancel-Unbilled-Installments
                   PERFORM Write-Plan-Notice
                   ADD 1 TO WS-Applied-Count
               END-IF
               END-IF
           END-IF.

      *> Escrow billing only makes sense for a HOME_INSURANCE policy
      *> with a mortgagee on its additional interests to send the
      *> bill to.
       Test-Mortgagee-Eligible.
           MOVE 'Y' TO WS-Mortgagee-Eligible
           IF PL-New-Plan = "MORTGAGEE"
               MOVE 'N' TO WS-Mortgagee-Eligible
               IF Policy-Type OF Policy-Master-Record =
                       "HOME_INSURANCE"
                   PERFORM VARYING WS-Interest-Index FROM 1 BY 1
                       UNTIL WS-Interest-Index >
                           Addl-Interest-Count OF Policy-Master-Record
                       IF AI-Interest-Type OF
                               Policy-Master-Record(WS-Interest-Index)
                               = "MORTGAGEE"
                           MOVE 'Y' TO WS-Mortgagee-Eligible
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       Rewrite-Master-Plan.
           END-REWRITE.

       Cancel-Unbilled-Installments.
      *> A keyed walk of the current term's schedule rows. Premium
      *> rows and installment-charge rows with nothing paid against
      *> them come off; any row money has touched stays as history,
      *> and late and NSF fees already assessed stay owed whatever
      *> the plan. The highest surviving premium installment number
      *> is where the respread rows number from.
           MOVE 0 TO WS-Highest-Installment
           MOVE PL-Policy-Number TO IS-Policy-Number
           MOVE Term-Number OF Policy-Master-Record TO IS-Term-Number
                       MOVE 'Y' TO WS-End-Of-Group
                   ELSE
                       IF IS-Amount-Paid = 0
                           AND (IS-Line-Type = SPACES
                               OR IS-Line-Type = "PREMIUM"
                               OR IS-Line-Type = "INSTALLMNT")
                           DELETE Installment-Schedule-File RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           IF IS-Installment-Number < 100
                               MOVE IS-Installment-Number TO
                                   WS-Highest-Installment
                           END-IF
                       END-IF
                   END-IF
               END-IF
           COMPUTE WS-Interval-Days =
               WS-Remaining-Days / WS-New-Installments

           MOVE 0 TO WS-Installment-Fee
           MOVE 'N' TO WS-Fee-Allowed
           IF WS-Plan-Installments > 1
               CALL "FeeLookup" USING
                   State-Code OF Policy-Master-Record,
                   WS-Fee-Type, WS-Installment-Fee,
                   WS-Fee-Grace-Days, WS-Fee-Allowed
           END-IF

           PERFORM VARYING WS-Installment-Index FROM 1 BY 1
               UNTIL WS-Installment-Index > WS-New-Installments
               PERFORM Write-One-Respread-Row
           ELSE
               MOVE WS-Base-Installment TO WS-Installment-Amount
           END-IF
           COMPUTE WS-Due-Days = WS-Today-Days +
               (WS-Interval-Days * (WS-Installment-Index - 1))
           COMPUTE WS-Due-YYYYMMDD =

           MOVE PL-Policy-Number TO IS-Policy-Number
           MOVE Term-Number OF Policy-Master-Record TO IS-Term-Number
           COMPUTE WS-Premium-Installment =
               WS-Highest-Installment + WS-Installment-Index
           MOVE WS-Premium-Installment TO IS-Installment-Number
           MOVE SPACES TO IS-Due-Date
           STRING WS-Due-YYYYMMDD(5:2) "/" WS-Due-YYYYMMDD(7:2) "/"
                   WS-Due-YYYYMMDD(1:4)
           MOVE WS-Installment-Amount TO IS-Amount-Due
           MOVE 0 TO IS-Amount-Paid
           MOVE "DUE" TO IS-Installment-Status
           MOVE "PREMIUM" TO IS-Line-Type
           WRITE Installment-Schedule-Record
               INVALID KEY
                   CONTINUE
           END-WRITE

      *> Same fee rule BillingExtract applies - every installment of
      *> a non-annual plan gets its own installment-charge row, due
      *> with it, unless the state prohibits the charge.
           IF WS-Fee-Allowed = 'Y'
               COMPUTE IS-Installment-Number =
                   100 + WS-Premium-Installment
               MOVE WS-Installment-Fee TO IS-Amount-Due
               MOVE 0 TO IS-Amount-Paid
               MOVE "DUE" TO IS-Installment-Status
               MOVE WS-Fee-Type TO IS-Line-Type
               WRITE Installment-Schedule-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       Write-Plan-Notice.
      *> Written confirmation of the new schedule - the mailing
