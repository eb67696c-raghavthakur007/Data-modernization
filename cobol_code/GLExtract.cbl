      *> already consumes. Claims paid comes straight off
      *> the Claims Register, the same way LossRatioReport reads it,
      *> rather than threading yet another total through LINKAGE.
      *> Claims paid posts one pair per register row rather than one
      *> per line of business, referenced claim number plus row
      *> sequence, so ClaimsDisbursementRecon can tie every paid row
      *> to its ledger lines claim by claim.
      *> Every line carries the writing company whose books it
      *> belongs to - premium off the summary's by-company split,
      *> claims off the register row - and the run's control totals
      *> are written one row per company, so each legal entity's
      *> ledger is fed, and proven, on its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  GE-Source-Reference    PIC X(15).
           05  GE-Description         PIC X(30).
           05  GE-Error-Reason        PIC X(20).
           05  GE-Company-Code        PIC X(2).

      *> One posting-control row per posting run - run id, period, and
      *> the run's debit/credit totals, so a double-posted rerun shows
           05  GC-Posting-Period      PIC X(6).
           05  GC-Debit-Total         PIC 9(13)V99.
           05  GC-Credit-Total        PIC 9(13)V99.
      *> One row per writing company the run posted for - spaces on
      *> rows written before a second company existed read as "01".
           05  GC-Company-Code        PIC X(2).

       FD  Policy-Type-File.
           COPY POLTYPREC.
       01  WS-Posting-Period            PIC X(6).
       01  WS-Period-Open               PIC X.
       01  WS-Run-Id                    PIC X(14).
      *> The run's debit/credit totals by writing company, one
      *> GL.CONTROL row each.
       01  RunCompanyTotals.
           05  Run-Company-Count       PIC 9(4) COMP VALUE 0.
           05  RunCompanyRow OCCURS 1 TO 20 TIMES
                   DEPENDING ON Run-Company-Count.
               10  RT-Company-Code     PIC X(2).
               10  RT-Debit-Total      PIC 9(13)V99.
               10  RT-Credit-Total     PIC 9(13)V99.
       01  WS-Run-Company-Slot          PIC 9(4) COMP.
       01  WS-Run-Company-Code          PIC X(2).
       01  WS-Run-Company-Scan          PIC 9(4) COMP.
      *> This run's postable movement over the posted position - the
      *> premium increase per line since the last run (one slot per
      *> Policy-Type on the summary table, so a new line's premium
      *> posts the night it first rates), and the window of decision
      *> dates the claims postings may cover.
       01  PremiumDeltas.
           05  Premium-Delta-Count     PIC 9(4) COMP VALUE 0.
           05  PremiumDeltaRow OCCURS 1 TO 40 TIMES
                   DEPENDING ON Premium-Delta-Count.
               10  PD-Policy-Type      PIC X(15).
               10  PD-Company-Code     PIC X(2).
               10  PD-Delta            PIC S9(13)V99.
       01  WS-Delta-Scan                PIC 9(4) COMP.
       01  WS-Position-Scan             PIC 9(4) COMP.
           05  FILLER            PIC 9(2).
       01  WS-Posting-Date              PIC X(10).

      *> Claim number plus row sequence of the register row a
      *> claims-paid pair posts for - the pair's source reference.
       01  WS-Claim-Reference          PIC X(15).
      *> A payment voided before its PAY row reached the ledger posts
      *> here gross - the original pair off the VOIDED row, then the
      *> reversal pair off the claim's REVERSAL row that follows it -
      *> since ClaimPaymentReversal only credits the ledger for a
      *> payment already posted. The voided rows of the claim being
      *> read wait here for their REVERSAL row.
       01  WS-Voided-Claim             PIC X(10).
       01  WS-Voided-Index             PIC 9(4) COMP.
       01  VoidedPostings.
           05  Voided-Count            PIC 9(4) COMP VALUE 0.
           05  VoidedPosting OCCURS 20 TIMES.
               10  VP-Amount           PIC 9(9)V99.
               10  VP-Account          PIC X(10).
               10  VP-Reversed         PIC X.
       01  WS-Lookup-Type              PIC X(15).
       01  WS-Account-Kind             PIC X(10).
       01  WS-Found-Account            PIC X(10).

           PERFORM Load-Policy-Type-Table
           PERFORM Load-Posted-Control
           PERFORM Compute-Premium-Deltas

      *> GL.POSTING has more than one producer now - the event-driven
               CLOSE GL-Posted-Control-File
               OPEN I-O GL-Posted-Control-File
           END-IF
           MOVE SPACES TO GL-Posted-Control-Record
           MOVE "GLEXTRACT" TO PT-Control-Key
           READ GL-Posted-Control-File
               INVALID KEY
                   MOVE SPACES TO PT-Claims-Posted-Thru
           END-READ
           CLOSE GL-Posted-Control-File
           PERFORM VARYING PTTypeIdx FROM 1 BY 1
               UNTIL PTTypeIdx > PT-Type-Count
               SET PTCompanyIdx TO PTTypeIdx
               IF PT-Company-Code(PTCompanyIdx) = SPACES
                   OR PT-Company-Code(PTCompanyIdx) = LOW-VALUES
                   MOVE "01" TO PT-Company-Code(PTCompanyIdx)
               END-IF
           END-PERFORM

           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
      *> reruns cannot trigger phantom reversals. (Genuine book
      *> shrinkage reaches the ledger through the cancellation and
      *> earnings postings, not this cash-basis seed.)
      *> The book is taken by company within line off the summary's
      *> company split, so each company's revenue moves only with its
      *> own policies.
           MOVE 0 TO Premium-Delta-Count
           PERFORM VARYING SummaryCompanyIdx FROM 1 BY 1
               UNTIL SummaryCompanyIdx > Summary-Company-Count
               PERFORM Compute-One-Type-Delta
           END-PERFORM.

           PERFORM VARYING WS-Position-Scan FROM 1 BY 1
               UNTIL WS-Position-Scan > PT-Type-Count
               IF PT-Policy-Type(WS-Position-Scan) =
                       SC-Policy-Type(SummaryCompanyIdx)
                   AND PT-Company-Code(WS-Position-Scan) =
                       SC-Company-Code(SummaryCompanyIdx)
                   MOVE PT-Premium-Posted(WS-Position-Scan) TO
                       WS-Posted-For-Type
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Premium-Delta-Count < 40
               ADD 1 TO Premium-Delta-Count
               MOVE SC-Policy-Type(SummaryCompanyIdx) TO
                   PD-Policy-Type(Premium-Delta-Count)
               MOVE SC-Company-Code(SummaryCompanyIdx) TO
                   PD-Company-Code(Premium-Delta-Count)
               COMPUTE PD-Delta(Premium-Delta-Count) =
                   SC-Total-Premiums(SummaryCompanyIdx) -
                   WS-Posted-For-Type
           END-IF.

           MOVE 0 TO WS-Position-Scan
           PERFORM VARYING PTTypeIdx FROM 1 BY 1
               UNTIL PTTypeIdx > PT-Type-Count
               SET PTCompanyIdx TO PTTypeIdx
               IF PT-Policy-Type(PTTypeIdx) =
                       PD-Policy-Type(WS-Delta-Scan)
                   AND PT-Company-Code(PTCompanyIdx) =
                       PD-Company-Code(WS-Delta-Scan)
                   SET WS-Position-Scan TO PTTypeIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Position-Scan = 0
               AND PT-Type-Count < 40
               ADD 1 TO PT-Type-Count
               MOVE PT-Type-Count TO WS-Position-Scan
               MOVE PD-Policy-Type(WS-Delta-Scan) TO
                   PT-Policy-Type(WS-Position-Scan)
               MOVE PD-Company-Code(WS-Delta-Scan) TO
                   PT-Company-Code(WS-Position-Scan)
               MOVE 0 TO PT-Premium-Posted(WS-Position-Scan)
           END-IF
           IF WS-Position-Scan > 0
               CLOSE GL-Period-File
           END-IF.

      *> A run that posted nothing at all still leaves its control row
      *> (zero totals, original company) so the run shows as having
      *> happened.
       Write-Posting-Control.
           IF Run-Company-Count = 0
               MOVE "01" TO WS-Run-Company-Code
               PERFORM Find-Run-Company-Slot
           END-IF
           OPEN EXTEND GL-Control-File
           IF WS-GL-Control-Status = "35"
               OPEN OUTPUT GL-Control-File
           END-IF
           PERFORM VARYING WS-Run-Company-Slot FROM 1 BY 1
               UNTIL WS-Run-Company-Slot > Run-Company-Count
               MOVE WS-Run-Id TO GC-Run-Id
               MOVE WS-Posting-Period TO GC-Posting-Period
               MOVE RT-Debit-Total(WS-Run-Company-Slot) TO
                   GC-Debit-Total
               MOVE RT-Credit-Total(WS-Run-Company-Slot) TO
                   GC-Credit-Total
               MOVE RT-Company-Code(WS-Run-Company-Slot) TO
                   GC-Company-Code
               WRITE GL-Control-Record
           END-PERFORM
           CLOSE GL-Control-File.

       Find-Run-Company-Slot.
           MOVE 0 TO WS-Run-Company-Slot
           PERFORM VARYING WS-Run-Company-Scan FROM 1 BY 1
               UNTIL WS-Run-Company-Scan > Run-Company-Count
               IF RT-Company-Code(WS-Run-Company-Scan) =
                       WS-Run-Company-Code
                   MOVE WS-Run-Company-Scan TO WS-Run-Company-Slot
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Run-Company-Slot = 0
               AND Run-Company-Count < 20
               ADD 1 TO Run-Company-Count
               MOVE Run-Company-Count TO WS-Run-Company-Slot
               MOVE WS-Run-Company-Code TO
                   RT-Company-Code(WS-Run-Company-Slot)
               MOVE 0 TO RT-Debit-Total(WS-Run-Company-Slot)
               MOVE 0 TO RT-Credit-Total(WS-Run-Company-Slot)
           END-IF.

      *> One CREDIT per line's revenue account for premium
           END-PERFORM.

       Build-One-Premium-Posting.
           MOVE PD-Company-Code(WS-Delta-Scan) TO GL-Company-Code
           MOVE PD-Policy-Type(WS-Delta-Scan) TO WS-Lookup-Type
           MOVE "REVENUE" TO WS-Account-Kind
           EVALUATE WS-Lookup-Type
               PERFORM Write-GL-Posting
           END-IF.

      *> One DEBIT to the line's claims-expense account per PAY or
      *> SUPPLEMENT register row decided inside the posting window,
      *> balanced by a CREDIT of the same amount to the cash clearing
      *> account - both lines referenced claim number plus row
      *> sequence, so the ledger carries the claim-level trail the
      *> disbursement reconciliation matches against.
       Build-Claims-Postings.
           MOVE SPACES TO WS-Voided-Claim
           MOVE 0 TO Voided-Count
           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status = "00"
               PERFORM UNTIL WS-Claims-Register-Status NOT = "00"
                   READ Claims-Register-File NEXT RECORD
                       AT END MOVE "10" TO WS-Claims-Register-Status
                   END-READ
                   IF WS-Claims-Register-Status = "00"
                       AND CR-Claim-Number NOT = WS-Voided-Claim
                       MOVE CR-Claim-Number TO WS-Voided-Claim
                       MOVE 0 TO Voided-Count
                   END-IF
                   IF WS-Claims-Register-Status = "00"
                       AND (CR-Claim-Status = "PAY"
                           OR CR-Claim-Status = "SUPPLEMENT"
                           OR CR-Claim-Status = "VOIDED")
                       AND CR-Net-Payment-Amount > 0
                       PERFORM Test-Row-In-Posting-Window
                   END-IF
                   IF WS-Claims-Register-Status = "00"
                       AND CR-Claim-Status = "REVERSAL"
                       AND Voided-Count > 0
                       PERFORM Post-Unposted-Reversal
                   END-IF
               END-PERFORM
               CLOSE Claims-Register-File
           END-IF.

       Test-Row-In-Posting-Window.
      *> Only PAY rows decided after the posted-thru cursor and
      *> through YESTERDAY count - the register keeps its lifetime
      *> history, but each run posts only the movement since the last
      *> one. Today's rows wait for tomorrow night: a disposition or
      *> reversal run later the same calendar day writes PAY rows
      *> dated today, and if today were inside the window the cursor
      *> would already have moved past them and they would never
      *> reach the ledger.
           MOVE CR-Decision-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE CR-Decision-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE CR-Decision-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Row-Decision-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           IF WS-Row-Decision-Days > WS-Claims-Thru-Days
               AND WS-Row-Decision-Days <= WS-Yesterday-Days
               PERFORM Build-One-Claims-Posting
           END-IF.

       Build-One-Claims-Posting.
      *> The line's claims-expense account comes from POLICY.TYPES,
      *> falling back to the legacy literals for the three original
      *> lines. A type with no account anywhere goes to the
      *> exceptions report instead of posting blind.
           MOVE CR-Company-Code TO GL-Company-Code
           IF GL-Company-Code = SPACES
               MOVE "01" TO GL-Company-Code
           END-IF
           MOVE CR-Policy-Type TO WS-Lookup-Type
           MOVE "EXPENSE" TO WS-Account-Kind
           EVALUATE WS-Lookup-Type
               WHEN "CAR_INSURANCE"
           END-EVALUATE
           PERFORM Override-Account-From-Table

           MOVE SPACES TO WS-Claim-Reference
           STRING CR-Claim-Number "-" CR-Row-Sequence
               DELIMITED BY SIZE INTO WS-Claim-Reference

           IF WS-Found-Account = SPACES
               MOVE "NO GL ACCOUNT" TO WS-Offending-Value
               MOVE CR-Claim-Number TO WS-Reference-Id
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               MOVE WS-Found-Account TO GL-Account-Code
               MOVE "D" TO GL-Debit-Credit
               MOVE CR-Net-Payment-Amount TO GL-Amount
               MOVE WS-Claim-Reference TO GL-Source-Reference
               MOVE "CLAIMS PAID" TO GL-Description
               PERFORM Write-GL-Posting

               MOVE Cash-Clearing-Account TO GL-Account-Code
               MOVE "C" TO GL-Debit-Credit
               MOVE CR-Net-Payment-Amount TO GL-Amount
               MOVE WS-Claim-Reference TO GL-Source-Reference
               MOVE "CLAIMS DISBURSED" TO GL-Description
               PERFORM Write-GL-Posting

               IF CR-Claim-Status = "VOIDED"
                   AND Voided-Count < 20
                   ADD 1 TO Voided-Count
                   MOVE CR-Net-Payment-Amount TO
                       VP-Amount(Voided-Count)
                   MOVE WS-Found-Account TO VP-Account(Voided-Count)
                   MOVE 'N' TO VP-Reversed(Voided-Count)
               END-IF
           END-IF.

       Post-Unposted-Reversal.
      *> The mirror of ClaimPaymentReversal's Post-Reversal-Credit,
      *> referenced to this REVERSAL row the same way, for the voided
      *> payment of the same amount posted above in this run.
           PERFORM VARYING WS-Voided-Index FROM 1 BY 1
               UNTIL WS-Voided-Index > Voided-Count
               IF VP-Reversed(WS-Voided-Index) = 'N'
                   AND VP-Amount(WS-Voided-Index) =
                       CR-Net-Payment-Amount
                   MOVE 'Y' TO VP-Reversed(WS-Voided-Index)
                   MOVE CR-Company-Code TO GL-Company-Code
                   IF GL-Company-Code = SPACES
                       MOVE "01" TO GL-Company-Code
                   END-IF
                   MOVE SPACES TO WS-Claim-Reference
                   STRING CR-Claim-Number "-" CR-Row-Sequence
                       DELIMITED BY SIZE INTO WS-Claim-Reference

                   MOVE Cash-Clearing-Account TO GL-Account-Code
                   MOVE "D" TO GL-Debit-Credit
                   MOVE CR-Net-Payment-Amount TO GL-Amount
                   MOVE WS-Claim-Reference TO GL-Source-Reference
                   MOVE "CLAIM PAYMENT REVERSED" TO GL-Description
                   PERFORM Write-GL-Posting

                   MOVE VP-Account(WS-Voided-Index) TO GL-Account-Code
                   MOVE "C" TO GL-Debit-Credit
                   MOVE CR-Net-Payment-Amount TO GL-Amount
                   MOVE WS-Claim-Reference TO GL-Source-Reference
                   MOVE "CLAIM PAYMENT REVERSED" TO GL-Description
                   PERFORM Write-GL-Posting
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Write-GL-Posting.
      *> Same chart-of-accounts gate GLPost applies - an unknown or
      *> inactive account diverts the line whole to GL.POSTERR and
           ELSE
               MOVE WS-Posting-Date TO GL-Posting-Date
               MOVE WS-Posting-Period TO GL-Posting-Period
               MOVE GL-Company-Code TO WS-Run-Company-Code
               PERFORM Find-Run-Company-Slot
               IF WS-Run-Company-Slot > 0
                   IF GL-Debit-Credit = "D"
                       ADD GL-Amount TO
                           RT-Debit-Total(WS-Run-Company-Slot)
                   ELSE
                       ADD GL-Amount TO
                           RT-Credit-Total(WS-Run-Company-Slot)
                   END-IF
               END-IF
               WRITE GL-Posting-Record
           END-IF.
           MOVE GL-Source-Reference TO GE-Source-Reference
           MOVE GL-Description TO GE-Description
           MOVE WS-Account-Error TO GE-Error-Reason
           MOVE GL-Company-Code TO GE-Company-Code
           WRITE GL-Error-Record
           CLOSE GL-Error-File.
