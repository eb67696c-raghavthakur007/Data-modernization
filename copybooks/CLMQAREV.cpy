      *> CLMQAREV - one claim file drawn for quality-assurance review
      *> on CLMQA.REVIEW. ClaimQASample appends a row OPEN for every
      *> closed claim its monthly stratified sample draws; the
      *> reviewer's scores come back through ClaimQAResults, which
      *> marks the row SCORED; ClaimQAScorecard trends the scored rows
      *> by adjuster and by line. QV-Review-Period is the YYYYMM of
      *> the decision month the claim was sampled from.
       01  Claim-QA-Review-Record.
           05  QV-Claim-Number        PIC X(10).
           05  QV-Review-Period       PIC X(6).
           05  QV-Adjuster-Id         PIC X(8).
           05  QV-Policy-Type         PIC X(15).
      *> ZERO, SMALL, MEDIUM, or LARGE - see ClaimQASample.
           05  QV-Paid-Band           PIC X(8).
           05  QV-Net-Paid            PIC 9(9)V99.
           05  QV-Claim-Status        PIC X(10).
           05  QV-Fast-Track-Flag     PIC X.
      *> Why the claim was drawn: RANDOM, LARGE, FASTTRACK (both the
      *> oversampled draws), or MINIMUM (the one file every stratum
      *> gets even when its random draw came up empty).
           05  QV-Sample-Reason       PIC X(10).
           05  QV-Selected-Date       PIC X(10).
      *> OPEN until the reviewer's scores are applied, then SCORED.
           05  QV-Review-Status       PIC X(10).
           05  QV-Reviewer-Id         PIC X(8).
      *> The four review questions, each 'Y' (met) or 'N'.
           05  QV-Coverage-Correct    PIC X.
           05  QV-Reserve-Timely      PIC X.
           05  QV-Payment-Accurate    PIC X.
           05  QV-Documentation-Complete PIC X.
           05  QV-Scored-Date         PIC X(10).
           05  QV-Reviewer-Comment    PIC X(40).
