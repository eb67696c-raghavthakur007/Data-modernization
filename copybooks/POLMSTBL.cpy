               10  Open-Complaint-Flag     PIC X.
               10  Billing-Hold-Flag       PIC X.
               10  Restored-Flag           PIC X.
               10  Writing-Company-Code    PIC X(2).
               10  Vehicle-Count           PIC 9(2) COMP.
               10  Vehicle-Schedule OCCURS 0 TO 10 TIMES
                       DEPENDING ON Vehicle-Count OF PolicyDB2Record
