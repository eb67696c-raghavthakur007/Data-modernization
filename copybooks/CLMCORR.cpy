           05  CO-Amount-of-Loss      PIC 9(9)V99.
           05  CO-Claim-Status        PIC X(10).
           05  CO-Reason              PIC X(40).
      *> Coinsurance penalty taken off a PAY decision, so the letter
      *> can state what underinsurance cost the insured - zero on
      *> every other letter.
           05  CO-Coinsurance-Penalty PIC 9(9)V99.
