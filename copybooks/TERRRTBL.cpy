      *> TERRRTBL - in-memory copy of the TERRITORY.FACTORS reference
      *> file, loaded once per run by CalculatePremium. A territory
      *> with no relativity row in force rates at 1.000.
       01  TerritoryRelFile.
           05  Territory-Rel-Count      PIC 9(4) COMP.
           05  TerritoryRelRecord OCCURS 1 TO 2000 TIMES
                   DEPENDING ON Territory-Rel-Count
                   INDEXED BY TerritoryRelIdx.
               10  TV-State-Code            PIC X(2).
               10  TV-Policy-Type           PIC X(15).
               10  TV-Territory             PIC X(4).
               10  TV-Effective-Date        PIC X(10).
               10  TV-Relativity            PIC 9V999.
