           SELECT Inflation-Guard-File ASSIGN TO "INFLATION.GUARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inflation-Guard-Status.
           SELECT MVR-Points-File ASSIGN TO "MVR.POINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-Points-Status.
           SELECT Territory-Def-File ASSIGN TO "TERRITORY.DEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Territory-Def-Status.
           SELECT Territory-Rel-File ASSIGN TO "TERRITORY.FACTORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Territory-Rel-Status.
           SELECT Rate-Audit-File ASSIGN TO "RATE.AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rate-Audit-Status.
           05  RM-Interest-Days       PIC 9(3).
           05  RM-Interest-Rate       PIC 9V999.
      *> HOMEFCT rows only - property-characteristic factor type/key
      *> (see HOMEFREC) and the flat surcharge for the pair. MVRPTS
      *> rows use the same three fields for the driver-record table's
      *> row type, key, and value (see MVRPTREC).
           05  RM-Factor-Type         PIC X(10).
           05  RM-Factor-Key          PIC X(10).
           05  RM-Factor-Amount       PIC 9(9)V99.
      *> Second user approving an over-limit change - spaces when the
      *> keying user's own authority covers it.
           05  RM-Approver-Id         PIC X(8).
      *> TERRDEF rows map RM-Zip-Code to RM-Territory for
      *> RM-State-Code/RM-Policy-Type. TERRREL rows file
      *> RM-Relativity for RM-Territory in that state and line from
      *> RM-Effective-Date.
           05  RM-Zip-Code            PIC X(5).
           05  RM-Territory           PIC X(4).
           05  RM-Relativity          PIC 9V999.

       FD  Rate-Table-File.
           COPY RATEREC.
       FD  Inflation-Guard-File.
           COPY INFLREC.

       FD  MVR-Points-File.
           COPY MVRPTREC.

       FD  Territory-Def-File.
           COPY TERRDEF.

       FD  Territory-Rel-File.
           COPY TERRREL.

       FD  Rate-Audit-File.
       01  Rate-Audit-Record.
           05  RA-User-Id             PIC X(8).
       01  WS-State-Interest-Status    PIC XX.
       01  WS-Home-Factor-Status       PIC XX.
       01  WS-Inflation-Guard-Status   PIC XX.
       01  WS-MVR-Points-Status        PIC XX.
       01  WS-Territory-Def-Status     PIC XX.
       01  WS-Territory-Rel-Status     PIC XX.
       01  WS-Rate-Audit-Status        PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "RateTableMaint".
       01  WS-Interest-Dirty           PIC X VALUE 'N'.
       01  WS-Factor-Dirty             PIC X VALUE 'N'.
       01  WS-Inflation-Dirty          PIC X VALUE 'N'.
       01  WS-MVR-Points-Dirty         PIC X VALUE 'N'.
       01  WS-Territory-Def-Dirty      PIC X VALUE 'N'.
       01  WS-Territory-Rel-Dirty      PIC X VALUE 'N'.
      *> The ZIP-to-territory map outgrows WS-Scan-Index.
       01  WS-Territory-Scan           PIC 9(8) COMP.
       01  WS-Territory-Match          PIC 9(8) COMP.
       01  WS-Days-Disp                PIC ZZ9.
       01  WS-Scan-Index               PIC 9(4) COMP.
       01  WS-Insert-At                PIC 9(4) COMP.
       COPY STINTTBL.
       COPY HOMEFTBL.
       COPY INFLTBL.
       COPY MVRPTTBL.
       COPY TERRDTBL.
       COPY TERRRTBL.

       PROCEDURE DIVISION.
       Begin-Rate-Maintenance.
           PERFORM Load-State-Interest-Table
           PERFORM Load-Home-Factor-Table
           PERFORM Load-Inflation-Guard-Table
           PERFORM Load-MVR-Points-Table
           PERFORM Load-Territory-Def-Table
           PERFORM Load-Territory-Rel-Table

           MOVE 'N' TO WS-End-Of-Maint
           PERFORM UNTIL WS-End-Of-Maint = 'Y'
           IF WS-Inflation-Dirty = 'Y'
               PERFORM Rewrite-Inflation-Guard-Table
           END-IF
           IF WS-MVR-Points-Dirty = 'Y'
               PERFORM Rewrite-MVR-Points-Table
           END-IF
           IF WS-Territory-Def-Dirty = 'Y'
               PERFORM Rewrite-Territory-Def-Table
           END-IF
           IF WS-Territory-Rel-Dirty = 'Y'
               PERFORM Rewrite-Territory-Rel-Table
           END-IF
           DISPLAY "Reference-table maintenance complete - applied "
               WS-Applied-Count " changes."
           STOP RUN.
                   PERFORM Apply-Home-Factor-Row
               WHEN "INFLGRD"
                   PERFORM Apply-Inflation-Guard-Row
               WHEN "MVRPTS"
                   PERFORM Apply-MVR-Points-Row
               WHEN "TERRDEF"
                   PERFORM Apply-Territory-Def-Row
               WHEN "TERRREL"
                   PERFORM Apply-Territory-Rel-Row
               WHEN OTHER
                   MOVE RM-Table-Name TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
               ADD 1 TO WS-Applied-Count
           END-IF.

       Apply-MVR-Points-Row.
      *> Driver-record rows replace in place per row type/key pair,
      *> same as the home factors. A SURCHARGE key must be a
      *> two-digit points threshold and a LOOKBACK period runs one to
      *> ten years - anything else is a keying error.
           MOVE 'Y' TO WS-Row-Valid
           IF RM-Factor-Key = SPACES
               MOVE 'N' TO WS-Row-Valid
               MOVE "BLANK KEY" TO WS-Offending-Value
           END-IF
           IF WS-Row-Valid = 'Y'
               EVALUATE RM-Factor-Type
                   WHEN "POINTS"
                       CONTINUE
                   WHEN "SURCHARGE"
                       IF RM-Factor-Key(1:2) IS NOT NUMERIC
                           OR RM-Factor-Key(3:8) NOT = SPACES
                           MOVE 'N' TO WS-Row-Valid
                           MOVE "BAD THRESHOLD" TO WS-Offending-Value
                       END-IF
                   WHEN "LOOKBACK"
                       IF RM-Factor-Amount < 1
                           OR RM-Factor-Amount > 10
                           MOVE 'N' TO WS-Row-Valid
                           MOVE "BAD LOOKBACK" TO WS-Offending-Value
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-Row-Valid
                       MOVE RM-Factor-Type TO WS-Offending-Value
               END-EVALUATE
           END-IF
           IF WS-Row-Valid = 'N'
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               MOVE 0 TO WS-Matched-Index
               PERFORM VARYING WS-Scan-Index FROM 1 BY 1
                   UNTIL WS-Scan-Index > MVR-Points-Count
                   IF MP-Factor-Type OF
                           MVRPointsRecord(WS-Scan-Index) =
                           RM-Factor-Type
                       AND MP-Factor-Key OF
                           MVRPointsRecord(WS-Scan-Index) =
                               RM-Factor-Key
                       MOVE WS-Scan-Index TO WS-Matched-Index
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               MOVE "MVRPTS" TO RA-Table-Name
               MOVE SPACES TO RA-Row-Key
               STRING RM-Factor-Type " " RM-Factor-Key
                   DELIMITED BY SIZE INTO RA-Row-Key
               IF WS-Matched-Index = 0
                   ADD 1 TO MVR-Points-Count
                   MOVE MVR-Points-Count TO WS-Matched-Index
                   MOVE "NO PRIOR ROW" TO RA-Old-Values
               ELSE
                   MOVE MP-Factor-Value OF
                       MVRPointsRecord(WS-Matched-Index) TO
                       WS-Amount-Disp
                   MOVE SPACES TO RA-Old-Values
                   STRING "VALUE " WS-Amount-Disp
                       DELIMITED BY SIZE INTO RA-Old-Values
               END-IF

               MOVE RM-Factor-Type TO MP-Factor-Type OF
                   MVRPointsRecord(WS-Matched-Index)
               MOVE RM-Factor-Key TO MP-Factor-Key OF
                   MVRPointsRecord(WS-Matched-Index)
               MOVE RM-Factor-Amount TO MP-Factor-Value OF
                   MVRPointsRecord(WS-Matched-Index)

               MOVE RM-Factor-Amount TO WS-Amount-Disp
               MOVE SPACES TO RA-New-Values
               STRING "VALUE " WS-Amount-Disp
                   DELIMITED BY SIZE INTO RA-New-Values
               PERFORM Write-Audit-Row
               MOVE 'Y' TO WS-MVR-Points-Dirty
               ADD 1 TO WS-Applied-Count
           END-IF.

       Apply-Territory-Def-Row.
      *> One ZIP sits in one territory per state and line - a row for
      *> a ZIP already mapped moves it. Only the lines CalculatePremium
      *> territory-rates can be mapped.
           MOVE 'Y' TO WS-Row-Valid
           IF RM-Policy-Type NOT = "CAR_INSURANCE"
               AND RM-Policy-Type NOT = "HOME_INSURANCE"
               MOVE 'N' TO WS-Row-Valid
               MOVE RM-Policy-Type TO WS-Offending-Value
           END-IF
           IF WS-Row-Valid = 'Y'
               IF RM-State-Code = SPACES
                   MOVE 'N' TO WS-Row-Valid
                   MOVE "BLANK STATE" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Row-Valid = 'Y'
               IF RM-Zip-Code IS NOT NUMERIC
                   MOVE 'N' TO WS-Row-Valid
                   MOVE "BAD ZIP" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Row-Valid = 'Y'
               IF RM-Territory = SPACES
                   MOVE 'N' TO WS-Row-Valid
                   MOVE "BLANK TERRITORY" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Row-Valid = 'N'
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Territory-Match
           PERFORM VARYING WS-Territory-Scan FROM 1 BY 1
               UNTIL WS-Territory-Scan > Territory-Def-Count
               IF TZ-State-Code OF
                       TerritoryDefRecord(WS-Territory-Scan) =
                       RM-State-Code
                   AND TZ-Policy-Type OF
                       TerritoryDefRecord(WS-Territory-Scan) =
                       RM-Policy-Type
                   AND TZ-Zip-Code OF
                       TerritoryDefRecord(WS-Territory-Scan) =
                       RM-Zip-Code
                   MOVE WS-Territory-Scan TO WS-Territory-Match
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Territory-Match = 0
               AND Territory-Def-Count NOT < 100000
               MOVE "TERRDEF FULL" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE "TERRDEF" TO RA-Table-Name
           MOVE SPACES TO RA-Row-Key
           STRING RM-State-Code " " RM-Policy-Type " " RM-Zip-Code
               DELIMITED BY SIZE INTO RA-Row-Key
           IF WS-Territory-Match = 0
               ADD 1 TO Territory-Def-Count
               MOVE Territory-Def-Count TO WS-Territory-Match
               MOVE "NO PRIOR ROW" TO RA-Old-Values
           ELSE
               MOVE SPACES TO RA-Old-Values
               STRING "TERRITORY " TZ-Territory OF
                       TerritoryDefRecord(WS-Territory-Match)
                   DELIMITED BY SIZE INTO RA-Old-Values
           END-IF

           MOVE RM-State-Code TO TZ-State-Code OF
               TerritoryDefRecord(WS-Territory-Match)
           MOVE RM-Policy-Type TO TZ-Policy-Type OF
               TerritoryDefRecord(WS-Territory-Match)
           MOVE RM-Zip-Code TO TZ-Zip-Code OF
               TerritoryDefRecord(WS-Territory-Match)
           MOVE RM-Territory TO TZ-Territory OF
               TerritoryDefRecord(WS-Territory-Match)

           MOVE SPACES TO RA-New-Values
           STRING "TERRITORY " RM-Territory
               DELIMITED BY SIZE INTO RA-New-Values
           PERFORM Write-Audit-Row
           MOVE 'Y' TO WS-Territory-Def-Dirty
           ADD 1 TO WS-Applied-Count.

       Apply-Territory-Rel-Row.
      *> A relativity is filed per territory with an effective date,
      *> like a rate row; a row for the same territory and date
      *> replaces it, a new date stages alongside the old one. A
      *> relativity outside 0.250-4.000 is a keying error, not a
      *> filing.
           MOVE 'Y' TO WS-Row-Valid
           IF RM-Policy-Type NOT = "CAR_INSURANCE"
               AND RM-Policy-Type NOT = "HOME_INSURANCE"
               MOVE 'N' TO WS-Row-Valid
               MOVE RM-Policy-Type TO WS-Offending-Value
           END-IF
           IF WS-Row-Valid = 'Y'
               IF RM-State-Code = SPACES OR RM-Territory = SPACES
                   MOVE 'N' TO WS-Row-Valid
                   MOVE "BLANK KEY" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Row-Valid = 'Y'
               IF NOT (RM-Effective-Date(1:2) IS NUMERIC
                       AND RM-Effective-Date(4:2) IS NUMERIC
                       AND RM-Effective-Date(7:4) IS NUMERIC)
                   MOVE 'N' TO WS-Row-Valid
                   MOVE RM-Effective-Date TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Row-Valid = 'Y'
               IF RM-Relativity < 0.250 OR RM-Relativity > 4.000
                   MOVE 'N' TO WS-Row-Valid
                   MOVE "BAD RELATIVITY" TO WS-Offending-Value
               END-IF
           END-IF
           IF WS-Row-Valid = 'N'
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Territory-Rel-Count
               IF TV-State-Code OF TerritoryRelRecord(WS-Scan-Index) =
                       RM-State-Code
                   AND TV-Policy-Type OF
                       TerritoryRelRecord(WS-Scan-Index) =
                       RM-Policy-Type
                   AND TV-Territory OF
                       TerritoryRelRecord(WS-Scan-Index) =
                       RM-Territory
                   AND TV-Effective-Date OF
                       TerritoryRelRecord(WS-Scan-Index) =
                       RM-Effective-Date
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index = 0
               AND Territory-Rel-Count NOT < 2000
               MOVE "TERRREL FULL" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Reference-Id, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE "TERRREL" TO RA-Table-Name
           MOVE SPACES TO RA-Row-Key
           STRING RM-State-Code " " RM-Territory " "
                   RM-Effective-Date
               DELIMITED BY SIZE INTO RA-Row-Key
           IF WS-Matched-Index = 0
               ADD 1 TO Territory-Rel-Count
               MOVE Territory-Rel-Count TO WS-Matched-Index
               MOVE "NO PRIOR ROW" TO RA-Old-Values
           ELSE
               MOVE TV-Relativity OF
                   TerritoryRelRecord(WS-Matched-Index) TO WS-Rate-Disp
               MOVE SPACES TO RA-Old-Values
               STRING RM-Policy-Type " " WS-Rate-Disp
                   DELIMITED BY SIZE INTO RA-Old-Values
           END-IF

           MOVE RM-State-Code TO TV-State-Code OF
               TerritoryRelRecord(WS-Matched-Index)
           MOVE RM-Policy-Type TO TV-Policy-Type OF
               TerritoryRelRecord(WS-Matched-Index)
           MOVE RM-Territory TO TV-Territory OF
               TerritoryRelRecord(WS-Matched-Index)
           MOVE RM-Effective-Date TO TV-Effective-Date OF
               TerritoryRelRecord(WS-Matched-Index)
           MOVE RM-Relativity TO TV-Relativity OF
               TerritoryRelRecord(WS-Matched-Index)

           MOVE RM-Relativity TO WS-Rate-Disp
           MOVE SPACES TO RA-New-Values
           STRING RM-Policy-Type " " WS-Rate-Disp
               DELIMITED BY SIZE INTO RA-New-Values
           PERFORM Write-Audit-Row
           MOVE 'Y' TO WS-Territory-Rel-Dirty
           ADD 1 TO WS-Applied-Count.

       Write-Audit-Row.
           OPEN EXTEND Rate-Audit-File
           IF WS-Rate-Audit-Status = "35"
           END-PERFORM
           CLOSE Inflation-Guard-File.

       Load-MVR-Points-Table.
           MOVE 0 TO MVR-Points-Count
           OPEN INPUT MVR-Points-File
           IF WS-MVR-Points-Status = '00'
               PERFORM UNTIL WS-MVR-Points-Status NOT = '00'
                   READ MVR-Points-File
                       AT END MOVE '10' TO WS-MVR-Points-Status
                   END-READ
                   IF WS-MVR-Points-Status = '00'
                       ADD 1 TO MVR-Points-Count
                       MOVE MVR-Points-File-Record TO
                           MVRPointsRecord(MVR-Points-Count)
                   END-IF
               END-PERFORM
               CLOSE MVR-Points-File
           END-IF.

       Rewrite-MVR-Points-Table.
           OPEN OUTPUT MVR-Points-File
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > MVR-Points-Count
               MOVE MVRPointsRecord(WS-Scan-Index) TO
                   MVR-Points-File-Record
               WRITE MVR-Points-File-Record
           END-PERFORM
           CLOSE MVR-Points-File.

       Load-Territory-Def-Table.
           MOVE 0 TO Territory-Def-Count
           OPEN INPUT Territory-Def-File
           IF WS-Territory-Def-Status = '00'
               PERFORM UNTIL WS-Territory-Def-Status NOT = '00'
                   READ Territory-Def-File
                       AT END MOVE '10' TO WS-Territory-Def-Status
                   END-READ
                   IF WS-Territory-Def-Status = '00'
                       ADD 1 TO Territory-Def-Count
                       MOVE Territory-Def-File-Record TO
                           TerritoryDefRecord(Territory-Def-Count)
                   END-IF
               END-PERFORM
               CLOSE Territory-Def-File
           END-IF.

       Rewrite-Territory-Def-Table.
           OPEN OUTPUT Territory-Def-File
           PERFORM VARYING WS-Territory-Scan FROM 1 BY 1
               UNTIL WS-Territory-Scan > Territory-Def-Count
               MOVE TerritoryDefRecord(WS-Territory-Scan) TO
                   Territory-Def-File-Record
               WRITE Territory-Def-File-Record
           END-PERFORM
           CLOSE Territory-Def-File.

       Load-Territory-Rel-Table.
           MOVE 0 TO Territory-Rel-Count
           OPEN INPUT Territory-Rel-File
           IF WS-Territory-Rel-Status = '00'
               PERFORM UNTIL WS-Territory-Rel-Status NOT = '00'
                   READ Territory-Rel-File
                       AT END MOVE '10' TO WS-Territory-Rel-Status
                   END-READ
                   IF WS-Territory-Rel-Status = '00'
                       ADD 1 TO Territory-Rel-Count
                       MOVE Territory-Relativity-Record TO
                           TerritoryRelRecord(Territory-Rel-Count)
                   END-IF
               END-PERFORM
               CLOSE Territory-Rel-File
           END-IF.

       Rewrite-Territory-Rel-Table.
           OPEN OUTPUT Territory-Rel-File
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Territory-Rel-Count
               MOVE TerritoryRelRecord(WS-Scan-Index) TO
                   Territory-Relativity-Record
               WRITE Territory-Relativity-Record
           END-PERFORM
           CLOSE Territory-Rel-File.

       Rewrite-Rate-Table.
           OPEN OUTPUT Rate-Table-File
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
