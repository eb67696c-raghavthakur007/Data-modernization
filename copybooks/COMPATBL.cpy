      *> COMPATBL - in-memory copy of the COMPANY.ASSIGN rules,
      *> loaded per issuance call by NewBusinessIssuance the same way
      *> UWRULTBL is.
       01  CompanyAssignFile.
           05  Company-Assign-Count     PIC 9(4) COMP.
           05  CompanyAssignRecord OCCURS 1 TO 200 TIMES
                   DEPENDING ON Company-Assign-Count
                   INDEXED BY CompanyAssignIdx.
               10  WA-State-Code            PIC X(2).
               10  WA-Policy-Type           PIC X(15).
               10  WA-Company-Code          PIC X(2).
