      *> TRTYTBL - in-memory copy of the REINS.TREATY master, loaded
      *> once per run by ReinsuranceCeding, ClaimsCeding and
      *> ReinsuranceBordereau. Sized the same way RATETBL is -
      *> DEPENDING ON a count field, not a fixed OCCURS.
       01  ReinsTreatyTable.
           05  Treaty-Count            PIC 9(4) COMP.
           05  ReinsTreatyRecord OCCURS 1 TO 200 TIMES
                   DEPENDING ON Treaty-Count
                   INDEXED BY TreatyIdx.
               10  TR-Treaty-Id            PIC X(10).
               10  TR-Policy-Type          PIC X(15).
               10  TR-Effective-Date       PIC X(10).
               10  TR-Expiration-Date      PIC X(10).
               10  TR-Retention-Limit      PIC 9(9)V99.
               10  TR-Treaty-Limit         PIC 9(9)V99.
               10  TR-Reinsurer-Count      PIC 9(2).
               10  TR-Panel OCCURS 10 TIMES.
                   15  TR-Reinsurer-Id     PIC X(8).
                   15  TR-Reinsurer-Name   PIC X(30).
                   15  TR-Share-Percent    PIC 9(3)V99.
               10  TR-Company-Code         PIC X(2).
