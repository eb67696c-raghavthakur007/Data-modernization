       DATA DIVISION.
       FILE SECTION.
       FD  Driver-Maint-File.
           COPY DRVMAINT.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.
