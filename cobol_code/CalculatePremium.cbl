               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Premium-Tax-Detail-Status.
           COPY FXRATESEL.
           SELECT MVR-Points-File ASSIGN TO "MVR.POINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-Points-Status.
           SELECT MVR-Incident-File ASSIGN TO "MVR.INCIDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-Incident-Status.
           SELECT Driver-Surcharge-File ASSIGN TO "DRIVER.SURCHARGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Surcharge-Status.
           SELECT Territory-Def-File ASSIGN TO "TERRITORY.DEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Territory-Def-Status.
           SELECT Territory-Rel-File ASSIGN TO "TERRITORY.FACTORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Territory-Rel-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Premium-Tax-Detail-File.
           COPY PREMTAXD.

       FD  MVR-Points-File.
           COPY MVRPTREC.

       FD  MVR-Incident-File.
           COPY MVRINC.

       FD  Driver-Surcharge-File.
           COPY DRVSURD.

       FD  Territory-Def-File.
           COPY TERRDEF.

       FD  Territory-Rel-File.
           COPY TERRREL.

       WORKING-STORAGE SECTION.
       01  Record-Count          PIC 9(8) COMP.
       01  Premium-Amount-Temp   PIC 9(9)V99.
       01  WS-Scan-Index         PIC 9(8) COMP.
       01  WS-Bundle-Count       PIC 9(4) COMP.
       01  WS-Bundle-Discount-Rate PIC 9V999 VALUE 0.900.
      *> A vehicle laid up in storage (VH-Usage STORED) carries only
      *> comprehensive - this share of its per-vehicle rate, the same
      *> share PolicyEndorsement credits back when it is stored.
       01  WS-Stored-Rate-Share    PIC V99 VALUE 0.20.
       01  WS-Vehicle-Rate         PIC 9(9)V99.
       01  WS-State-Tax-Status   PIC XX.
       01  WS-Premium-Tax-Detail-Status PIC XX.
       01  WS-Tax-Found          PIC X VALUE 'N'.
       01  WS-FX-Date-Days         PIC S9(9).
       01  WS-Rate-Effective-YYYYMMDD   PIC 9(8).
       01  WS-Policy-Effective-YYYYMMDD PIC 9(8).
       01  WS-MVR-Points-Status    PIC XX.
       01  WS-MVR-Incident-Status  PIC XX.
       01  WS-Driver-Surcharge-Status PIC XX.
      *> Driver-record surcharge for the policy being rated, summed
      *> across its listed drivers and kept out of Premium-Amount-Temp
      *> so it lands on premium history under its own reason.
       01  WS-Driver-Surcharge-Total PIC 9(9)V99.
       01  WS-Driver-Points        PIC 9(3).
       01  WS-Driver-Surcharge     PIC 9(9)V99.
       01  WS-Best-Threshold       PIC 9(2).
       01  WS-Points-Threshold     PIC 9(2).
      *> Years an incident counts in the policy's state before it ages
      *> off, when MVR.POINTS carries no LOOKBACK row for the state.
       01  WS-Default-Lookback-Years PIC 9(3) VALUE 3.
       01  WS-Lookback-Years       PIC 9(3).
       01  WS-Lookback-Start-YYYYMMDD PIC 9(8).
       01  WS-Latest-Report-YYYYMMDD PIC 9(8).
       01  WS-Report-YYYYMMDD      PIC 9(8).
       01  WS-Incident-YYYYMMDD    PIC 9(8).
       01  WS-Territory-Def-Status PIC XX.
       01  WS-Territory-Rel-Status PIC XX.
       01  WS-Territory-Found      PIC X VALUE 'N'.
       01  WS-Territory-Code       PIC X(4).
      *> Relativity the policy's territory carries; 1.000 when the
      *> policy's line isn't territory-rated or no factor is in force.
       01  WS-Territory-Relativity PIC 9V999.
       01  WS-Relativity-Date      PIC 9(8).
       01  WS-Territory-Rel-Date-YYYYMMDD PIC 9(8).
       COPY POLMSREC REPLACING Policy-Master-Record BY PolicyRecord.
       COPY RATETBL.
       COPY STTAXTBL.
       COPY TELEMTBL.
       COPY HOMEFTBL.
       COPY FXRATETBL.
       COPY MVRPTTBL.
       COPY MVRINCTBL.
       COPY TERRDTBL.
       COPY TERRRTBL.

       LINKAGE SECTION.
           COPY POLMSTBL.
           PERFORM Load-Telematics-Feed
           PERFORM Load-Home-Factor-Table
           PERFORM Load-Exchange-Rate-Table
           PERFORM Load-MVR-Points-Table
           PERFORM Load-MVR-Incidents
           PERFORM Load-Territory-Tables
           IF LK-Rating-Mode NOT = "SIMULATE"
               OPEN EXTEND Driver-Surcharge-File
               IF WS-Driver-Surcharge-Status = "35"
                   OPEN OUTPUT Driver-Surcharge-File
               END-IF
           END-IF

           PERFORM VARYING Record-Count FROM 1 BY 1
               UNTIL Record-Count > Policy-Count
               MOVE PolicyDB2Record(Record-Count) TO PolicyRecord
               MOVE Policy-Premium OF PolicyRecord TO WS-Old-Premium
               MOVE 0 TO WS-Driver-Surcharge-Total

               PERFORM Find-Rate-Tier
               IF WS-Rate-Found = 'Y'
                   MOVE RT-Base-Premium OF
                           RateTableRecord(RateTableIdx) TO
                       Policy-Premium OF PolicyRecord
                   PERFORM Find-Territory-Relativity
                   COMPUTE Policy-Premium OF PolicyRecord ROUNDED =
                       Policy-Premium OF PolicyRecord *
                           WS-Territory-Relativity

                   PERFORM ADDITIONAL-PREMIUM
                   COMPUTE Policy-Premium OF PolicyRecord =
                       WS-Premium-History-Reason,
                       Policy-Effective-Date OF PolicyRecord
               END-IF
               IF WS-Driver-Surcharge-Total > 0
                   PERFORM Apply-Driver-Surcharge
               END-IF
           END-PERFORM
           IF LK-Rating-Mode NOT = "SIMULATE"
               CLOSE Driver-Surcharge-File
           END-IF

           PERFORM Apply-Bundling-Discount
           PERFORM Apply-State-Tax
               END-IF
           END-IF.

      *> The listed drivers' motor-vehicle-record surcharge goes on
      *> top of the rated premium as its own premium history step, so
      *> an insured asking why the renewal went up sees the tickets,
      *> not a bigger base rate.
       Apply-Driver-Surcharge.
           MOVE Policy-Premium OF PolicyDB2Record(Record-Count) TO
               WS-Old-Premium
           COMPUTE Policy-Premium OF PolicyDB2Record(Record-Count) =
               Policy-Premium OF PolicyDB2Record(Record-Count) +
               WS-Driver-Surcharge-Total
           IF LK-Rating-Mode NOT = "SIMULATE"
               MOVE "MVR SURCHARGE" TO WS-Premium-History-Reason
               CALL "WritePremiumHistory" USING
                   Policy-Number OF PolicyDB2Record(Record-Count),
                   WS-Old-Premium,
                   Policy-Premium OF PolicyDB2Record(Record-Count),
                   WS-Premium-History-Reason,
                   Policy-Effective-Date OF PolicyRecord
           END-IF.

       Load-Territory-Tables.
      *> ZIP-to-territory map and the territory relativities, both
      *> Underwriting-maintained through RateTableMaintenance and
      *> loaded once per run. LIVE and SIMULATE rate off the same
      *> territory tables; only the base rates are staged.
           MOVE 0 TO Territory-Def-Count
           OPEN INPUT Territory-Def-File
           IF WS-Territory-Def-Status = '00'
               PERFORM UNTIL WS-Territory-Def-Status NOT = '00'
                   READ Territory-Def-File
                       AT END MOVE '10' TO WS-Territory-Def-Status
                   END-READ
                   IF WS-Territory-Def-Status = '00'
                       AND Territory-Def-Count < 100000
                       ADD 1 TO Territory-Def-Count
                       MOVE Territory-Def-File-Record TO
                           TerritoryDefRecord(Territory-Def-Count)
                   END-IF
               END-PERFORM
               CLOSE Territory-Def-File
           END-IF
           MOVE 0 TO Territory-Rel-Count
           OPEN INPUT Territory-Rel-File
           IF WS-Territory-Rel-Status = '00'
               PERFORM UNTIL WS-Territory-Rel-Status NOT = '00'
                   READ Territory-Rel-File
                       AT END MOVE '10' TO WS-Territory-Rel-Status
                   END-READ
                   IF WS-Territory-Rel-Status = '00'
                       AND Territory-Rel-Count < 2000
                       ADD 1 TO Territory-Rel-Count
                       MOVE Territory-Relativity-Record TO
                           TerritoryRelRecord(Territory-Rel-Count)
                   END-IF
               END-PERFORM
               CLOSE Territory-Rel-File
           END-IF.

       Find-Territory-Relativity.
      *> CAR_INSURANCE and HOME_INSURANCE rate by where the risk sits:
      *> the holder's ZIP maps to a territory for the policy's state
      *> and line, and that territory's relativity scales the base
      *> rate Find-Rate-Tier picked. A ZIP the map doesn't know is an
      *> Underwriting gap, not a base-rate risk - it goes to the
      *> exceptions report and the policy rates at 1.000 until the
      *> map is fixed. LIFE_INSURANCE isn't territory-rated.
           MOVE 1 TO WS-Territory-Relativity
           IF Policy-Type OF PolicyRecord NOT = "CAR_INSURANCE"
               AND Policy-Type OF PolicyRecord NOT = "HOME_INSURANCE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Territory-Found
           PERFORM VARYING TerritoryDefIdx FROM 1 BY 1
               UNTIL TerritoryDefIdx > Territory-Def-Count
               IF TZ-State-Code OF TerritoryDefRecord(TerritoryDefIdx)
                       = State-Code OF PolicyRecord
                   AND TZ-Policy-Type OF
                       TerritoryDefRecord(TerritoryDefIdx) =
                       Policy-Type OF PolicyRecord
                   AND TZ-Zip-Code OF
                       TerritoryDefRecord(TerritoryDefIdx) =
                       Holder-Addr-Zip OF PolicyRecord(1:5)
                   MOVE 'Y' TO WS-Territory-Found
                   MOVE TZ-Territory OF
                           TerritoryDefRecord(TerritoryDefIdx)
                       TO WS-Territory-Code
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Territory-Found = 'N'
               MOVE SPACES TO WS-Offending-Value
               STRING "NOTERRZIP " DELIMITED BY SIZE
                   Holder-Addr-Zip OF PolicyRecord(1:5)
                       DELIMITED BY SIZE
                   INTO WS-Offending-Value
               END-STRING
               CALL "WriteExceptionReport" USING
                   Policy-Number OF PolicyDB2Record(Record-Count),
                   WS-Program-Name, WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
      *> Latest relativity filed for the territory that is already in
      *> force on the policy's effective date (set by Find-Rate-Tier).
           MOVE 'N' TO WS-Territory-Found
           MOVE 0 TO WS-Relativity-Date
           PERFORM VARYING TerritoryRelIdx FROM 1 BY 1
               UNTIL TerritoryRelIdx > Territory-Rel-Count
               MOVE TV-Effective-Date OF
                       TerritoryRelRecord(TerritoryRelIdx)(7:4)
                   TO WS-Territory-Rel-Date-YYYYMMDD(1:4)
               MOVE TV-Effective-Date OF
                       TerritoryRelRecord(TerritoryRelIdx)(1:2)
                   TO WS-Territory-Rel-Date-YYYYMMDD(5:2)
               MOVE TV-Effective-Date OF
                       TerritoryRelRecord(TerritoryRelIdx)(4:2)
                   TO WS-Territory-Rel-Date-YYYYMMDD(7:2)
               IF TV-State-Code OF TerritoryRelRecord(TerritoryRelIdx)
                       = State-Code OF PolicyRecord
                   AND TV-Policy-Type OF
                       TerritoryRelRecord(TerritoryRelIdx) =
                       Policy-Type OF PolicyRecord
                   AND TV-Territory OF
                       TerritoryRelRecord(TerritoryRelIdx) =
                       WS-Territory-Code
                   AND WS-Territory-Rel-Date-YYYYMMDD <=
                       WS-Policy-Effective-YYYYMMDD
                   AND WS-Territory-Rel-Date-YYYYMMDD >=
                       WS-Relativity-Date
                   MOVE 'Y' TO WS-Territory-Found
                   MOVE WS-Territory-Rel-Date-YYYYMMDD TO
                       WS-Relativity-Date
                   MOVE TV-Relativity OF
                           TerritoryRelRecord(TerritoryRelIdx)
                       TO WS-Territory-Relativity
               END-IF
           END-PERFORM
           IF WS-Territory-Found = 'N'
               MOVE SPACES TO WS-Offending-Value
               STRING "NOTERRFCT " DELIMITED BY SIZE
                   WS-Territory-Code DELIMITED BY SIZE
                   INTO WS-Offending-Value
               END-STRING
               CALL "WriteExceptionReport" USING
                   Policy-Number OF PolicyDB2Record(Record-Count),
                   WS-Program-Name, WS-Offending-Value
           END-IF.

       Load-MVR-Points-Table.
      *> Violation/accident points, the surcharge schedule by points,
      *> and each state's look-back period - Underwriting-maintained
      *> in MVR.POINTS through RateTableMaintenance's MVRPTS path,
      *> loaded once per run. No file means no driver surcharges.
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

       Load-MVR-Incidents.
      *> Per-driver MVR detail FeedAcceptance has accumulated from the
      *> underwriting report vendor, loaded once per run.
           MOVE 0 TO MVR-Incident-Count
           OPEN INPUT MVR-Incident-File
           IF WS-MVR-Incident-Status = '00'
               PERFORM UNTIL WS-MVR-Incident-Status NOT = '00'
                   READ MVR-Incident-File
                       AT END MOVE '10' TO WS-MVR-Incident-Status
                   END-READ
                   IF WS-MVR-Incident-Status = '00'
                       AND MVR-Incident-Count < 50000
                       ADD 1 TO MVR-Incident-Count
                       MOVE MVR-Incident-Record TO
                           MVRIncidentRecord(MVR-Incident-Count)
                   END-IF
               END-PERFORM
               CLOSE MVR-Incident-File
           END-IF.

       Load-State-Tax-Table.
      *> Statutory premium tax rate and flat surcharge by State-Code,
      *> Finance-maintained in STATE.TAX the same way Underwriting
                   MOVE Policy-Effective-Date OF
                           PolicyDB2Record(Record-Count) TO
                       TD-Effective-Date
                   MOVE Writing-Company-Code OF
                           PolicyDB2Record(Record-Count) TO
                       TD-Company-Code
                   IF TD-Company-Code = SPACES
                       MOVE "01" TO TD-Company-Code
                   END-IF
                   WRITE Premium-Tax-Detail-Record
                   END-IF
               END-IF
               ADD 400 TO Premium-Amount-Temp
           END-IF
           END-IF
           END-IF

           PERFORM Rate-Driver-Record.

       Rate-Driver-Record.
      *> Every licensed driver rated gets a DRIVER.SURCHARGE row, zero
      *> or not - DeclarationsPage shows a driver's latest row, and a
      *> surcharge that has aged off to zero must replace the old one.
           PERFORM Score-Driver-MVR
           ADD WS-Driver-Surcharge TO WS-Driver-Surcharge-Total
           IF DR-License-Number OF Driver-Schedule OF PolicyRecord
                   (DriverIdx OF PolicyRecord) NOT = SPACES
               PERFORM Write-Driver-Surcharge-Detail
           END-IF.

       Score-Driver-MVR.
      *> Violation and at-fault accident points off the driver's most
      *> recent MVR - an older pull is superseded, not added to - with
      *> anything older than the state's look-back period, measured
      *> back from the term's effective date, aged off. Rating runs
      *> at issuance and again on each renewed term, so points drop
      *> off on the first renewal past the look-back. The points buy
      *> a flat surcharge off the highest SURCHARGE threshold the
      *> driver reaches.
           MOVE 0 TO WS-Driver-Points
           MOVE 0 TO WS-Driver-Surcharge
           IF DR-License-Number OF Driver-Schedule OF PolicyRecord
                   (DriverIdx OF PolicyRecord) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Default-Lookback-Years TO WS-Lookback-Years
           PERFORM VARYING MVRPointsIdx FROM 1 BY 1
               UNTIL MVRPointsIdx > MVR-Points-Count
               IF MP-Factor-Type OF MVRPointsRecord(MVRPointsIdx) =
                       "LOOKBACK"
                   AND MP-Factor-Key OF MVRPointsRecord(MVRPointsIdx)
                       = State-Code OF PolicyRecord
                   MOVE MP-Factor-Value OF
                       MVRPointsRecord(MVRPointsIdx) TO
                       WS-Lookback-Years
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Policy-Effective-YYYYMMDD >
                   WS-Lookback-Years * 10000
               COMPUTE WS-Lookback-Start-YYYYMMDD =
                   WS-Policy-Effective-YYYYMMDD -
                   WS-Lookback-Years * 10000
           ELSE
               MOVE 0 TO WS-Lookback-Start-YYYYMMDD
           END-IF

           MOVE 0 TO WS-Latest-Report-YYYYMMDD
           PERFORM VARYING MVRIncidentIdx FROM 1 BY 1
               UNTIL MVRIncidentIdx > MVR-Incident-Count
               IF MI-Policy-Number OF
                       MVRIncidentRecord(MVRIncidentIdx) =
                       Policy-Number OF PolicyRecord
                   AND MI-License-Number OF
                       MVRIncidentRecord(MVRIncidentIdx) =
                       DR-License-Number OF Driver-Schedule OF
                           PolicyRecord(DriverIdx OF PolicyRecord)
                   PERFORM Convert-MVR-Report-Date
                   IF WS-Report-YYYYMMDD > WS-Latest-Report-YYYYMMDD
                       MOVE WS-Report-YYYYMMDD TO
                           WS-Latest-Report-YYYYMMDD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Latest-Report-YYYYMMDD = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MVRIncidentIdx FROM 1 BY 1
               UNTIL MVRIncidentIdx > MVR-Incident-Count
               IF MI-Policy-Number OF
                       MVRIncidentRecord(MVRIncidentIdx) =
                       Policy-Number OF PolicyRecord
                   AND MI-License-Number OF
                       MVRIncidentRecord(MVRIncidentIdx) =
                       DR-License-Number OF Driver-Schedule OF
                           PolicyRecord(DriverIdx OF PolicyRecord)
                   AND MI-Incident-Code OF
                       MVRIncidentRecord(MVRIncidentIdx) NOT = SPACES
                   PERFORM Convert-MVR-Report-Date
                   MOVE MI-Incident-Date OF
                           MVRIncidentRecord(MVRIncidentIdx)(7:4) TO
                       WS-Incident-YYYYMMDD(1:4)
                   MOVE MI-Incident-Date OF
                           MVRIncidentRecord(MVRIncidentIdx)(1:2) TO
                       WS-Incident-YYYYMMDD(5:2)
                   MOVE MI-Incident-Date OF
                           MVRIncidentRecord(MVRIncidentIdx)(4:2) TO
                       WS-Incident-YYYYMMDD(7:2)
                   IF WS-Report-YYYYMMDD = WS-Latest-Report-YYYYMMDD
                       AND WS-Incident-YYYYMMDD >=
                           WS-Lookback-Start-YYYYMMDD
                       PERFORM Add-Incident-Points
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-Best-Threshold
           PERFORM VARYING MVRPointsIdx FROM 1 BY 1
               UNTIL MVRPointsIdx > MVR-Points-Count
               IF MP-Factor-Type OF MVRPointsRecord(MVRPointsIdx) =
                       "SURCHARGE"
                   AND MP-Factor-Key OF MVRPointsRecord(MVRPointsIdx)
                       (1:2) IS NUMERIC
                   MOVE MP-Factor-Key OF
                       MVRPointsRecord(MVRPointsIdx)(1:2) TO
                       WS-Points-Threshold
                   IF WS-Points-Threshold > WS-Best-Threshold
                       AND WS-Points-Threshold <= WS-Driver-Points
                       MOVE WS-Points-Threshold TO WS-Best-Threshold
                       MOVE MP-Factor-Value OF
                           MVRPointsRecord(MVRPointsIdx) TO
                           WS-Driver-Surcharge
                   END-IF
               END-IF
           END-PERFORM.

       Convert-MVR-Report-Date.
           MOVE MI-Report-Date OF
                   MVRIncidentRecord(MVRIncidentIdx)(7:4) TO
               WS-Report-YYYYMMDD(1:4)
           MOVE MI-Report-Date OF
                   MVRIncidentRecord(MVRIncidentIdx)(1:2) TO
               WS-Report-YYYYMMDD(5:2)
           MOVE MI-Report-Date OF
                   MVRIncidentRecord(MVRIncidentIdx)(4:2) TO
               WS-Report-YYYYMMDD(7:2).

       Add-Incident-Points.
           PERFORM VARYING MVRPointsIdx FROM 1 BY 1
               UNTIL MVRPointsIdx > MVR-Points-Count
               IF MP-Factor-Type OF MVRPointsRecord(MVRPointsIdx) =
                       "POINTS"
                   AND MP-Factor-Key OF MVRPointsRecord(MVRPointsIdx)
                       = MI-Incident-Code OF
                           MVRIncidentRecord(MVRIncidentIdx)
                   ADD MP-Factor-Value OF
                       MVRPointsRecord(MVRPointsIdx) TO
                       WS-Driver-Points
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Quotes (QTE register numbers) and SIMULATE runs price the
      *> surcharge without recording it, the same rule the premium
      *> tax detail follows.
       Write-Driver-Surcharge-Detail.
           IF LK-Rating-Mode NOT = "SIMULATE"
               AND Policy-Number OF PolicyRecord(1:3) NOT = "QTE"
               MOVE Policy-Number OF PolicyRecord TO DS-Policy-Number
               MOVE DR-License-Number OF Driver-Schedule OF
                       PolicyRecord(DriverIdx OF PolicyRecord) TO
                   DS-License-Number
               MOVE DR-Name OF Driver-Schedule OF
                       PolicyRecord(DriverIdx OF PolicyRecord) TO
                   DS-Driver-Name
               MOVE WS-Driver-Points TO DS-Points
               MOVE WS-Driver-Surcharge TO DS-Surcharge-Amount
               MOVE Policy-Effective-Date OF PolicyRecord TO
                   DS-Effective-Date
               WRITE Driver-Surcharge-Record
           END-IF.

       Rate-One-Scheduled-Vehicle.
           MOVE 0.05 TO WS-Vehicle-Rate
           IF VH-Vehicle-Value OF Vehicle-Schedule OF PolicyRecord
                   (VehicleIdx OF PolicyRecord) < 20000
               ADD 0.08 TO WS-Vehicle-Rate
           ELSE IF VH-Vehicle-Value OF Vehicle-Schedule OF PolicyRecord
                   (VehicleIdx OF PolicyRecord) < 50000
               ADD 0.10 TO WS-Vehicle-Rate
           END-IF
           END-IF
           IF VH-Usage OF Vehicle-Schedule OF PolicyRecord
                   (VehicleIdx OF PolicyRecord) = "STORED"
               COMPUTE WS-Vehicle-Rate ROUNDED =
                   WS-Vehicle-Rate * WS-Stored-Rate-Share
           END-IF
           ADD WS-Vehicle-Rate TO Premium-Amount-Temp.

       Rate-Telematics-Factors.
      *> Usage-based adjustment for enrolled drivers - low mileage and
