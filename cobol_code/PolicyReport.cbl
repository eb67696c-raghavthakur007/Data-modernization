      *> to RateSimulation.
       01  WS-Rating-Mode       PIC X(10) VALUE "LIVE".
       01  WS-Summary-Slot      PIC 9(4) COMP.
       01  WS-Summary-Company-Slot PIC 9(4) COMP.
      *> Detail lines confirmed onto PolicyIMSFile for the in-flight
      *> segment's report loop - marked per write, reloaded on
      *> restart, and used to resume the loop PAST the lines the
           05  Property-Type       PIC X(20).
           05  Property-Value      PIC 9(9)V99.
           05  Coverage-Amount     PIC 9(9)V99.
           05  Writing-Company-Code PIC X(2).

           COPY POLSUMRPT.

               TO Property-Value OF PolicyReportRecord
           MOVE Coverage-Amount OF PolicyDB2Record(Record-Count)
               TO Coverage-Amount OF PolicyReportRecord
           MOVE Writing-Company-Code OF PolicyDB2Record(Record-Count)
               TO Writing-Company-Code OF PolicyReportRecord
           IF Writing-Company-Code OF PolicyReportRecord = SPACES
               MOVE "01" TO Writing-Company-Code OF PolicyReportRecord
           END-IF
           MOVE Latest-Claim-Status OF
                   PolicyDB2Record(Record-Count)
               TO Claim-Status OF PolicyReportRecord
                       SM-Total-Rejected-Claims(WS-Summary-Slot)
               END-IF
               END-IF
               PERFORM Find-Summary-Company-Slot
               IF WS-Summary-Company-Slot > 0
                   ADD Policy-Premium OF PolicyReportRecord TO
                       SC-Total-Premiums(WS-Summary-Company-Slot)
               END-IF
           END-IF.

       Find-Summary-Company-Slot.
           MOVE 0 TO WS-Summary-Company-Slot
           PERFORM VARYING SummaryCompanyIdx FROM 1 BY 1
               UNTIL SummaryCompanyIdx > Summary-Company-Count
               IF SC-Policy-Type(SummaryCompanyIdx) =
                       Policy-Type OF PolicyReportRecord
                   AND SC-Company-Code(SummaryCompanyIdx) =
                       Writing-Company-Code OF PolicyReportRecord
                   SET WS-Summary-Company-Slot TO SummaryCompanyIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Summary-Company-Slot = 0
               AND Summary-Company-Count < 40
               ADD 1 TO Summary-Company-Count
               MOVE Summary-Company-Count TO WS-Summary-Company-Slot
               MOVE Policy-Type OF PolicyReportRecord TO
                   SC-Policy-Type(WS-Summary-Company-Slot)
               MOVE Writing-Company-Code OF PolicyReportRecord TO
                   SC-Company-Code(WS-Summary-Company-Slot)
               MOVE 0 TO SC-Total-Premiums(WS-Summary-Company-Slot)
           END-IF.

       Find-Summary-Type-Slot.
