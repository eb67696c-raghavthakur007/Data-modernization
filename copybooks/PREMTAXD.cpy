           05  TD-Tax-Amount          PIC 9(9)V99.
           05  TD-Surcharge-Amount    PIC 9(9)V99.
           05  TD-Effective-Date      PIC X(10).
      *> Writing company of the policy - each company remits its own
      *> premium tax. Rows written before a second company existed
      *> carry spaces here and are the original company's ("01").
           05  TD-Company-Code        PIC X(2).
