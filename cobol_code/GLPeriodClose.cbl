      *> GL.POSTING writer refuses to post into it, which is what
      *> makes a month-end close a close. The expected sequence is
      *> TrialBalance proving the period first, then this program
      *> locking it. A CLOSE is refused outright until
      *> ClaimsDisbursementRecon has proven the period's claims
      *> disbursements - register, check register, and ledger - and
      *> a REOPEN clears that proof, since a reopened period can take
      *> new postings the last proof never saw.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   MOVE PMT-Period TO GP-Period
                   MOVE "OPEN" TO GP-Period-Status
                   MOVE SPACES TO GP-Closed-Date
                   MOVE SPACES TO GP-Actioned-By
                   MOVE SPACES TO GP-Claims-Recon-Status
                   MOVE SPACES TO GP-Claims-Recon-Date
           END-READ

           EVALUATE PMT-Action
               WHEN "CLOSE"
                   IF GP-Claims-Recon-Status NOT = "PROVEN"
                       MOVE "RECON UNPROVEN" TO WS-Offending-Value
                       MOVE PMT-Period TO WS-Reference-Id
                       CALL "WriteExceptionReport" USING
                           WS-Reference-Id, WS-Program-Name,
                           WS-Offending-Value
                       DISPLAY "GLPeriodClose: period " PMT-Period
                           " not closed - claims disbursement recon "
                           "not proven"
                   ELSE
                       MOVE "CLOSED" TO GP-Period-Status
                       MOVE WS-Today-MDY TO GP-Closed-Date
                       MOVE WS-Authorizing-User TO GP-Actioned-By
                       PERFORM Save-Period-Row
                       DISPLAY "GLPeriodClose: period " PMT-Period
                           " closed"
                   END-IF
               WHEN "REOPEN"
                   MOVE "OPEN" TO GP-Period-Status
                   MOVE SPACES TO GP-Closed-Date
                   MOVE WS-Authorizing-User TO GP-Actioned-By
                   MOVE SPACES TO GP-Claims-Recon-Status
                   MOVE SPACES TO GP-Claims-Recon-Date
                   PERFORM Save-Period-Row
                   DISPLAY "GLPeriodClose: period " PMT-Period
                       " reopened"
