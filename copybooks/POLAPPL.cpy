      *> behavior and what blank defaults to), QUARTERLY, or MONTHLY.
           05  AP-Payment-Plan          PIC X(10).
           05  AP-Agent-Code            PIC X(8).
      *> Writing company - left blank by intake and assigned by
      *> NewBusinessIssuance from COMPANY.ASSIGN (state and line)
      *> before the master is built. See POLMSREC's
      *> Writing-Company-Code.
           05  AP-Writing-Company-Code  PIC X(2).
           05  AP-Vehicle-Count         PIC 9(2) COMP.
           05  AP-Vehicle-Schedule OCCURS 0 TO 10 TIMES
                   DEPENDING ON AP-Vehicle-Count OF
