       DATA DIVISION.
       FILE SECTION.
       FD  Beneficiary-Maint-File.
           COPY BENMAINT.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.
