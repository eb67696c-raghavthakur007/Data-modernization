      *> got the cancellation notice, there is finally a register to
      *> answer from. The writers' own extract files keep flowing to
      *> their existing consumers; this hub adds the id, the routing,
      *> and the log. Print mail to an address the post office has
      *> returned (CU-Address-Status RETURNED) is suppressed - logged
      *> on the register as SUPPRESSED, no print line - except the
      *> statutory notices, which must still go to the last known
      *> address for proof of notice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-Edelivery-Extract-Status PIC XX.
       01  WS-Document-Id              PIC X(10).
       01  WS-Channel                  PIC X(10).
       01  WS-Address-Returned         PIC X.
       01  WS-Statutory-Notice         PIC X.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
      *> else (no customer id, no master, blank preference) mails,
      *> the behavior every letter always had.
           MOVE "PRINT" TO WS-Channel
           MOVE 'N' TO WS-Address-Returned
           IF LK-Customer-Id NOT = SPACES
               OPEN INPUT Customer-Master-File
               IF WS-Customer-Master-Status = "00"
                       AND CU-Delivery-Preference = "ELECTRONIC"
                       MOVE "EDELIVERY" TO WS-Channel
                   END-IF
                   IF WS-Customer-Master-Status = "00"
                       AND CU-Address-Status = "RETURNED"
                       MOVE 'Y' TO WS-Address-Returned
                   END-IF
                   CLOSE Customer-Master-File
               END-IF
           END-IF
           IF WS-Channel = "PRINT"
               AND WS-Address-Returned = 'Y'
               PERFORM Test-Statutory-Notice
               IF WS-Statutory-Notice = 'N'
                   MOVE "SUPPRESSED" TO WS-Channel
               END-IF
           END-IF.

       Test-Statutory-Notice.
      *> Notices the law requires be mailed whatever came back last
      *> time - non-pay cancellation (insured and lienholder), the
      *> escheat due-diligence letter, and the IRS B-notices.
           MOVE 'N' TO WS-Statutory-Notice
           IF LK-Letter-Type = "NONPAY"
               OR LK-Letter-Type = "LENDERNP"
               OR LK-Letter-Type = "ESCHNOTICE"
               OR LK-Letter-Type = "BNOTICE1"
               OR LK-Letter-Type = "BNOTICE2"
               MOVE 'Y' TO WS-Statutory-Notice
           END-IF.

       Write-Routing-Line.
           IF WS-Channel = "SUPPRESSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-Channel = "EDELIVERY"
               OPEN EXTEND Edelivery-Extract-File
               IF WS-Edelivery-Extract-Status = "35"
