                       AT END MOVE 'Y' TO WS-End-Of-Register
                   END-READ
                   IF WS-End-Of-Register = 'N'
                       AND (CR-Claim-Status = "REVIEW"
                           OR CR-Claim-Status = "CONTEST")
                       PERFORM Tally-One-Review-Row
                   END-IF
               END-PERFORM
