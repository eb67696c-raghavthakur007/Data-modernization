               10  RC-Ceded-Amount         PIC 9(9)V99.
               10  RC-Ceded-Premium        PIC 9(9)V99.
               10  RC-Cession-Date         PIC X(10).
               10  RC-Treaty-Id            PIC X(10).
               10  RC-Fac-Ceded-Amount     PIC 9(9)V99.
               10  RC-Fac-Ceded-Premium    PIC 9(9)V99.
               10  RC-Company-Code         PIC X(2).
