      *> LLTHRSH - one row of the external LARGE.LOSS.THRESHOLD file,
      *> maintained by claims management and the reinsurance desk the
      *> way REINS.TREATY is. One row per Policy-Type: the reporting
      *> threshold the treaties set (a claim whose Amount-of-Loss,
      *> open case reserve, or paid-to-date reaches it is a large
      *> loss), the number of days from the claim being reported that
      *> the treaties allow for the loss advice, and what counts as a
      *> material movement in the incurred amount once a claim has
      *> been advised - a percentage of the incurred last advised,
      *> but never less than the flat amount.
       01  Large-Loss-Threshold-Record.
           05  LL-Policy-Type          PIC X(15).
           05  LL-Reporting-Threshold  PIC 9(9)V99.
           05  LL-Notice-Days          PIC 9(3).
           05  LL-Movement-Percent     PIC 9(3).
           05  LL-Movement-Minimum     PIC 9(9)V99.
