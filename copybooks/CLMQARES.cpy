      *> CLMQARES - one scored review keyed back by a claims QA
      *> reviewer onto CLMQA.RESULTS for ClaimQAResults: the claim
      *> drawn on CLMQA.REVIEW, who reviewed it, and the four answers,
      *> each 'Y' (met) or 'N'.
       01  Claim-QA-Result-Record.
           05  QS-Claim-Number        PIC X(10).
           05  QS-Reviewer-Id         PIC X(8).
           05  QS-Coverage-Correct    PIC X.
           05  QS-Reserve-Timely      PIC X.
           05  QS-Payment-Accurate    PIC X.
           05  QS-Documentation-Complete PIC X.
           05  QS-Reviewer-Comment    PIC X(40).
