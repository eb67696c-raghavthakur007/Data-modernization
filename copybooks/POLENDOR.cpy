           05  EN-Old-Policy-Premium    PIC 9(9)V99.
           05  EN-New-Policy-Premium    PIC 9(9)V99.
           05  EN-Additional-Premium    PIC 9(9)V99.
           05  EN-Old-Deductible        PIC 9(9)V99.
           05  EN-New-Deductible        PIC 9(9)V99.
