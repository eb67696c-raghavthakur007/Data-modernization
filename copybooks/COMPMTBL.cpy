      *> COMPMTBL - in-memory copy of the COMPANY.MASTER file, loaded
      *> once per run by the programs that print or pay by company.
       01  CompanyMasterFile.
           05  Company-Master-Count     PIC 9(4) COMP.
           05  CompanyMasterRecord OCCURS 1 TO 20 TIMES
                   DEPENDING ON Company-Master-Count
                   INDEXED BY CompanyMasterIdx.
               10  LE-Company-Code          PIC X(2).
               10  LE-Company-Name          PIC X(40).
               10  LE-NAIC-Code             PIC X(5).
               10  LE-Bank-Account-Number   PIC X(10).
               10  LE-Check-Prefix          PIC X(3).
               10  LE-Check-Counter-Key     PIC X(10).
