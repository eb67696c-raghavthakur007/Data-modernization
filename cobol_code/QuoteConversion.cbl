      *> rating cycle reproduces the quoted price from the same
      *> tables. A quote past its expiry date is marked EXPIRED and
      *> reported instead of converted; a successful conversion marks
      *> the quote CONVERTED so it cannot issue twice. A quote
      *> accepted inside a catastrophe binding moratorium still
      *> converts, but NewBusinessIssuance writes the policy PENDING
      *> on CAT.HOLDS until the moratorium lifts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
