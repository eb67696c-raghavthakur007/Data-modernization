      *> TERRDTBL - in-memory copy of the TERRITORY.DEF reference
      *> file, loaded once per run by CalculatePremium. Sized for
      *> every ZIP in the country under each territory-rated line.
       01  TerritoryDefFile.
           05  Territory-Def-Count      PIC 9(8) COMP.
           05  TerritoryDefRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Territory-Def-Count
                   INDEXED BY TerritoryDefIdx.
               10  TZ-State-Code            PIC X(2).
               10  TZ-Policy-Type           PIC X(15).
               10  TZ-Zip-Code              PIC X(5).
               10  TZ-Territory             PIC X(4).
