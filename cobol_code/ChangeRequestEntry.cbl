       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeRequestEntry.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Online CICS policy-change request entry (CHGR), the FNOL
      *> screen's counterpart for mid-term changes. The rep keys the
      *> policy number, the kind of change, and the fields it needs:
      *>   ADDRESS  - new name and/or street/city/state/ZIP for the
      *>              policy's customer - goes to CUSTOMER.CHANGE
      *>              for CustomerChange;
      *>   DRIVER   - ADD or DELETE a listed driver - goes to
      *>              DRIVER.MAINT for DriverMaintenance;
      *>   BENEF    - ADD or DELETE a beneficiary - goes to
      *>              BENEF.MAINT for BeneficiaryMaintenance;
      *>   COVERAGE - a new car value or coverage amount, or a vehicle
      *>              ADD/DELETE/REPLACE - goes to ENDORSE.MAINT for
      *>              EndorsementMaintenance.
      *> The request is edited against the policy master while the
      *> customer is still on the phone - the same conditions the
      *> batch run would send to the exceptions report (a full
      *> schedule, a driver or beneficiary who is not on it, a VIN
      *> already carded, a percentage split over 100) are refused
      *> here instead. An accepted request is written onto the batch
      *> input in that run's own layout (each defined to CICS as an
      *> ESDS, the way FNOLEntry queues CLAIMS.INTAKE), stamped with
      *> the signed-on user id and a change-request reference built
      *> from the entry date, time and terminal, which is handed back
      *> so the customer can quote it.
      *> Every policy brought up is logged on the ACCSLOG
      *> access log for the access audit.
      *> While a batch job holds the policy master open (BatchWindow)
      *> no change is taken - the edits above would be made against
      *> a master that is mid-update - and the rep is told to try
      *> again once the window closes.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY CHGENTM.
           COPY POLMSREC.
           COPY CUSTCHG.
           COPY DRVMAINT.
           COPY BENMAINT.
           COPY ENDMAINT.

       01  WS-Program-Name          PIC X(20) VALUE
           "ChangeRequestEntry".
       01  WS-Response              PIC S9(8) COMP.
      *> Access-log fields - every policy, claim, customer, or agent
      *> this transaction shows is logged on the ACCSLOG ESDS.
           COPY ACCSLOG.
       01  WS-Log-Abstime           PIC S9(15) COMP-3.
       01  WS-Log-RBA               PIC S9(8) COMP.
       01  WS-Log-Response          PIC S9(8) COMP.
      *> Batch-window check - the SYSTEM.STATUS rows (SYSSTAT)
      *> BatchWindow keeps per batch job and the file it is holding.
           COPY SYSSTAT.
       01  WS-Check-Resource        PIC X(8).
       01  WS-Batch-Window          PIC X.
       01  WS-Batch-Program         PIC X(20).
       01  WS-Batch-Type            PIC X(10).
       01  WS-Status-Response       PIC S9(8) COMP.
       01  WS-End-Of-Status         PIC X.
       01  WS-Edit-Message          PIC X(79).
       01  WS-Schedule-Index        PIC 9(4) COMP.
       01  WS-Matched-Index         PIC 9(4) COMP.
      *> The screen's digits are implied-decimal - redefined rather
      *> than NUMVAL'd so the pennies land where the batch records
      *> expect them, as FNOLEntry does.
       01  WS-Amount-Display        PIC X(11).
       01  WS-Amount-Numeric REDEFINES WS-Amount-Display
                                    PIC 9(9)V99.
       01  WS-Coverage-Display      PIC X(11).
       01  WS-Coverage-Numeric REDEFINES WS-Coverage-Display
                                    PIC 9(9)V99.
       01  WS-Percent-Display       PIC X(5).
       01  WS-Percent-Numeric REDEFINES WS-Percent-Display
                                    PIC 9(3)V99.
       01  WS-Percent-Total         PIC 9(5)V99.
       01  WS-Date-Field            PIC X(10).
       01  WS-Date-Valid            PIC X.
       01  WS-Eff-YYYYMMDD          PIC 9(8).
       01  WS-Exp-YYYYMMDD          PIC 9(8).
       01  WS-Change-YYYYMMDD       PIC 9(8).
       01  WS-Composed-Address      PIC X(60).
       01  WS-User-Id               PIC X(8).
      *> Reference CRyydddhhmmsstttt - date and time of entry plus
      *> the terminal, unique as long as one terminal cannot enter two
      *> changes in the same second.
       01  WS-Change-Reference      PIC X(17).
       01  WS-Date-Now              PIC 9(7).
       01  WS-Time-Now              PIC 9(8).
       01  WS-Target-File           PIC X(8).
       01  WS-Target-Run            PIC X(22).
      *> RBA handed back by the WRITE to the ESDS - WRITE requires a
      *> RIDFLD even when the key comes back rather than going in.
       01  WS-Write-RBA             PIC S9(8) COMP.

       01  WS-Commarea.
           05  CA-Filler            PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-Filler            PIC X.

       PROCEDURE DIVISION.
       Begin-Change-Request-Entry.
           IF EIBCALEN = 0
               PERFORM Send-Initial-Map
           ELSE
               IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   PERFORM Send-Goodbye-Message
                   EXEC CICS
                       RETURN
                   END-EXEC
               ELSE
                   PERFORM Process-Entry
               END-IF
           END-IF

           EXEC CICS
               RETURN TRANSID('CHGR') COMMAREA(WS-Commarea)
           END-EXEC.

       Send-Initial-Map.
           MOVE SPACES TO CHGENTO
           MOVE -1 TO GPOLL OF CHGENTO
           MOVE "KEY THE POLICY, CHANGE TYPE AND DETAILS, THEN ENTER."
               TO GMSGO
           EXEC CICS
               SEND MAP('CHGENT') MAPSET('CHGENT') ERASE
           END-EXEC.

       Process-Entry.
           EXEC CICS
               RECEIVE MAP('CHGENT') MAPSET('CHGENT')
               RESP(WS-Response)
           END-EXEC

           MOVE SPACES TO GMSGO
           PERFORM Edit-Common-Fields
           IF WS-Edit-Message = SPACES
               MOVE "POLMSTR" TO WS-Check-Resource
               PERFORM Check-Batch-Window
               IF WS-Batch-Window = 'Y'
                   STRING "SYSTEM IN BATCH (" DELIMITED BY SIZE
                           WS-Batch-Program DELIMITED BY SPACE
                           ") - CHANGE NOT ACCEPTED, TRY AGAIN LATER."
                               DELIMITED BY SIZE
                       INTO WS-Edit-Message
               END-IF
           END-IF
           IF WS-Edit-Message = SPACES
               PERFORM Read-Policy-Master
           END-IF
           IF WS-Edit-Message = SPACES
               EVALUATE GTYPEI
                   WHEN "ADDRESS"
                       PERFORM Edit-Address-Change
                   WHEN "DRIVER"
                       PERFORM Edit-Driver-Change
                   WHEN "BENEF"
                       PERFORM Edit-Beneficiary-Change
                   WHEN "COVERAGE"
                       PERFORM Edit-Coverage-Change
               END-EVALUATE
           END-IF

           IF WS-Edit-Message NOT = SPACES
               MOVE WS-Edit-Message TO GMSGO
           ELSE
               PERFORM Build-Change-Reference
               EVALUATE GTYPEI
                   WHEN "ADDRESS"
                       PERFORM Queue-Address-Change
                   WHEN "DRIVER"
                       PERFORM Queue-Driver-Change
                   WHEN "BENEF"
                       PERFORM Queue-Beneficiary-Change
                   WHEN "COVERAGE"
                       PERFORM Queue-Coverage-Change
               END-EVALUATE
               PERFORM Report-Queue-Result
           END-IF

           EXEC CICS
               SEND MAP('CHGENT') MAPSET('CHGENT') DATAONLY
           END-EXEC.

       Edit-Common-Fields.
           MOVE SPACES TO WS-Edit-Message
           IF GPOLI = SPACES
               MOVE "POLICY NUMBER IS REQUIRED." TO WS-Edit-Message
           ELSE
           IF GTYPEI NOT = "ADDRESS" AND GTYPEI NOT = "DRIVER"
                   AND GTYPEI NOT = "BENEF"
                   AND GTYPEI NOT = "COVERAGE"
               MOVE "CHANGE TYPE MUST BE ADDRESS, DRIVER, BENEF OR COVER
      -            "AGE." TO WS-Edit-Message
           END-IF
           END-IF.

       Read-Policy-Master.
      *> Keyed read of the master the same way PINQ reads it - every
      *> change is edited against the policy as it stands now.
           MOVE GPOLI TO Policy-Number OF Policy-Master-Record
           MOVE "POLICY" TO AL-Key-Type
           MOVE GPOLI TO AL-Key-Value
           PERFORM Log-Access
           EXEC CICS
               READ FILE('POLMSTR') INTO(Policy-Master-Record)
               RIDFLD(Policy-Number OF Policy-Master-Record)
               RESP(WS-Response)
           END-EXEC
           IF WS-Response NOT = DFHRESP(NORMAL)
               MOVE "NO SUCH POLICY ON THE MASTER." TO
                   WS-Edit-Message
           ELSE
           IF Policy-Status OF Policy-Master-Record = "CANCELLED"
               MOVE "POLICY IS CANCELLED - CHANGE NOT RECORDED." TO
                   WS-Edit-Message
           END-IF
           END-IF.

       Edit-Address-Change.
      *> CustomerChange works by Customer-Id, so the policy has to
      *> carry one; a street needs the rest of the address with it.
           IF Customer-Id OF Policy-Master-Record = SPACES
               MOVE "POLICY HAS NO CUSTOMER ID - ADDRESS CANNOT BE CHANG
      -            "ED." TO WS-Edit-Message
           ELSE
           IF GNAMEI = SPACES AND GSTRTI = SPACES
               MOVE "KEY A NEW NAME AND/OR A NEW STREET ADDRESS." TO
                   WS-Edit-Message
           ELSE
           IF GSTRTI NOT = SPACES
                   AND (GCITYI = SPACES OR GSTATEI = SPACES)
               MOVE "CITY AND STATE ARE REQUIRED WITH A STREET." TO
                   WS-Edit-Message
           ELSE
           IF GSTRTI NOT = SPACES AND GZIPI(1:5) NOT NUMERIC
               MOVE "ZIP MUST START WITH FIVE DIGITS." TO
                   WS-Edit-Message
           END-IF
           END-IF
           END-IF
           END-IF.

       Edit-Driver-Change.
      *> The conditions DriverMaintenance would reject - a full
      *> schedule, or a DELETE naming nobody on it - caught here.
           IF Policy-Type OF Policy-Master-Record NOT = "CAR_INSURANCE"
               MOVE "DRIVERS ARE LISTED ON CAR POLICIES ONLY." TO
                   WS-Edit-Message
           ELSE
           IF GACTI NOT = "ADD" AND GACTI NOT = "DELETE"
               MOVE "DRIVER ACTION MUST BE ADD OR DELETE." TO
                   WS-Edit-Message
           ELSE
           IF GLICI = SPACES
               MOVE "LICENSE NUMBER IS REQUIRED." TO WS-Edit-Message
           ELSE
               PERFORM Find-Driver-By-License
               IF GACTI = "DELETE"
                   IF WS-Matched-Index = 0
                       MOVE "NO DRIVER WITH THAT LICENSE ON THE POLICY."
                           TO WS-Edit-Message
                   END-IF
               ELSE
               IF WS-Matched-Index NOT = 0
                   MOVE "THAT LICENSE IS ALREADY ON THE POLICY." TO
                       WS-Edit-Message
               ELSE
               IF Driver-Count OF Policy-Master-Record >= 10
                   MOVE "DRIVER SCHEDULE IS FULL (10)." TO
                       WS-Edit-Message
               ELSE
               IF GNAMEI = SPACES
                   MOVE "DRIVER NAME IS REQUIRED." TO WS-Edit-Message
               ELSE
                   MOVE GBIRTHI TO WS-Date-Field
                   PERFORM Check-Date-Field
                   IF WS-Date-Valid = 'N'
                       MOVE "BIRTH DATE MUST BE A VALID MM/DD/YYYY." TO
                           WS-Edit-Message
                   ELSE
                   IF GVINI NOT = SPACES
                       PERFORM Find-Vehicle-By-VIN
                       IF WS-Matched-Index = 0
                           MOVE "ASSIGNED VIN IS NOT ON THE VEHICLE SCHE
      -                        "DULE." TO WS-Edit-Message
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       Edit-Beneficiary-Change.
      *> The conditions BeneficiaryMaintenance would reject, plus
      *> the split - an ADD may not take the schedule over 100%.
           IF Policy-Type OF Policy-Master-Record NOT = "LIFE_INSURANCE"
               MOVE "BENEFICIARIES ARE NAMED ON LIFE POLICIES ONLY." TO
                   WS-Edit-Message
           ELSE
           IF GACTI NOT = "ADD" AND GACTI NOT = "DELETE"
               MOVE "BENEFICIARY ACTION MUST BE ADD OR DELETE." TO
                   WS-Edit-Message
           ELSE
           IF GNAMEI = SPACES
               MOVE "BENEFICIARY NAME IS REQUIRED." TO WS-Edit-Message
           ELSE
               PERFORM Find-Beneficiary-By-Name
               IF GACTI = "DELETE"
                   IF WS-Matched-Index = 0
                       MOVE "NO BENEFICIARY BY THAT NAME ON THE POLICY."
                           TO WS-Edit-Message
                   END-IF
               ELSE
               IF WS-Matched-Index NOT = 0
                   MOVE "THAT BENEFICIARY IS ALREADY ON THE POLICY." TO
                       WS-Edit-Message
               ELSE
               IF Beneficiary-Count OF Policy-Master-Record >= 10
                   MOVE "BENEFICIARY SCHEDULE IS FULL (10)." TO
                       WS-Edit-Message
               ELSE
               IF GPCTI NOT NUMERIC
                   MOVE "PERCENT MUST BE NUMERIC (999V99)." TO
                       WS-Edit-Message
               ELSE
                   MOVE GPCTI TO WS-Percent-Display
                   MOVE WS-Percent-Numeric TO WS-Percent-Total
                   PERFORM VARYING WS-Schedule-Index FROM 1 BY 1
                       UNTIL WS-Schedule-Index >
                           Beneficiary-Count OF Policy-Master-Record
                       ADD BN-Percent OF
                           Policy-Master-Record(WS-Schedule-Index) TO
                           WS-Percent-Total
                   END-PERFORM
                   IF WS-Percent-Numeric NOT > 0
                       MOVE "PERCENT MUST BE POSITIVE." TO
                           WS-Edit-Message
                   ELSE
                   IF WS-Percent-Total > 100
                       MOVE "SPLIT WOULD GO OVER 100% - DELETE OR REDUCE
      -                    " ANOTHER BENEFICIARY FIRST." TO
                           WS-Edit-Message
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       Edit-Coverage-Change.
      *> The same things PolicyEndorsement acts on: with no action, a
      *> higher car value on a car policy or a higher coverage amount
      *> on a home policy; with an action, one vehicle added,
      *> dropped or replaced by VIN on a car policy - effective
      *> inside the policy term either way.
           MOVE GEFFI TO WS-Date-Field
           PERFORM Check-Date-Field
           IF WS-Date-Valid = 'N'
               MOVE "EFFECTIVE DATE MUST BE A VALID MM/DD/YYYY." TO
                   WS-Edit-Message
           ELSE
               PERFORM Check-Date-In-Term
           END-IF
           IF WS-Edit-Message = SPACES
               IF GACTI = SPACES
                   PERFORM Edit-Coverage-Amounts
               ELSE
                   PERFORM Edit-Vehicle-Change
               END-IF
           END-IF.

       Edit-Coverage-Amounts.
           MOVE ZEROS TO WS-Amount-Display
           MOVE ZEROS TO WS-Coverage-Display
           IF GAMTI NOT = SPACES
               MOVE GAMTI TO WS-Amount-Display
           END-IF
           IF GCOVAI NOT = SPACES
               MOVE GCOVAI TO WS-Coverage-Display
           END-IF
           IF WS-Amount-Display NOT NUMERIC
                   OR WS-Coverage-Display NOT NUMERIC
               MOVE "VALUE AND COVERAGE AMOUNT MUST BE NUMERIC (9(9)V99)
      -            "." TO WS-Edit-Message
           ELSE
               EVALUATE Policy-Type OF Policy-Master-Record
                   WHEN "CAR_INSURANCE"
                       IF WS-Amount-Numeric NOT >
                               Car-Value OF Policy-Master-Record
                           MOVE "NEW CAR VALUE MUST BE ABOVE THE CURRENT
      -                        " VALUE." TO WS-Edit-Message
                       END-IF
                   WHEN "HOME_INSURANCE"
                       IF WS-Coverage-Numeric NOT >
                               Coverage-Amount OF Policy-Master-Record
                           MOVE "NEW COVERAGE AMOUNT MUST BE ABOVE THE C
      -                        "URRENT AMOUNT." TO WS-Edit-Message
                       END-IF
                   WHEN OTHER
                       MOVE "COVERAGE CHANGES APPLY TO CAR AND HOME POLI
      -                    "CIES ONLY." TO WS-Edit-Message
               END-EVALUATE
           END-IF.

       Edit-Vehicle-Change.
           IF Policy-Type OF Policy-Master-Record NOT = "CAR_INSURANCE"
               MOVE "VEHICLES ARE SCHEDULED ON CAR POLICIES ONLY." TO
                   WS-Edit-Message
           ELSE
           IF GACTI NOT = "ADD" AND GACTI NOT = "DELETE"
                   AND GACTI NOT = "REPLACE"
               MOVE "VEHICLE ACTION MUST BE ADD, DELETE OR REPLACE." TO
                   WS-Edit-Message
           ELSE
           IF GVINI = SPACES
               MOVE "VIN IS REQUIRED." TO WS-Edit-Message
           ELSE
               PERFORM Find-Vehicle-By-VIN
               IF GACTI = "ADD" AND WS-Matched-Index NOT = 0
                   MOVE "THAT VIN IS ALREADY ON THE POLICY." TO
                       WS-Edit-Message
               ELSE
               IF GACTI = "ADD"
                       AND Vehicle-Count OF Policy-Master-Record >= 10
                   MOVE "VEHICLE SCHEDULE IS FULL (10)." TO
                       WS-Edit-Message
               ELSE
               IF GACTI NOT = "ADD" AND WS-Matched-Index = 0
                   MOVE "THAT VIN IS NOT ON THE POLICY." TO
                       WS-Edit-Message
               ELSE
               IF GACTI NOT = "DELETE"
                   IF GAMTI NOT NUMERIC
                       MOVE "VEHICLE VALUE MUST BE NUMERIC (9(9)V99)."
                           TO WS-Edit-Message
                   ELSE
                       MOVE GAMTI TO WS-Amount-Display
                       IF WS-Amount-Numeric NOT > 0
                           MOVE "VEHICLE VALUE MUST BE POSITIVE." TO
                               WS-Edit-Message
                       ELSE
                       IF GUSAGEI = SPACES
                           MOVE "VEHICLE USAGE IS REQUIRED." TO
                               WS-Edit-Message
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       Find-Driver-By-License.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Schedule-Index FROM 1 BY 1
               UNTIL WS-Schedule-Index >
                   Driver-Count OF Policy-Master-Record
               IF DR-License-Number OF
                       Policy-Master-Record(WS-Schedule-Index) = GLICI
                   MOVE WS-Schedule-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Find-Beneficiary-By-Name.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Schedule-Index FROM 1 BY 1
               UNTIL WS-Schedule-Index >
                   Beneficiary-Count OF Policy-Master-Record
               IF BN-Name OF
                       Policy-Master-Record(WS-Schedule-Index) = GNAMEI
                   MOVE WS-Schedule-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Find-Vehicle-By-VIN.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Schedule-Index FROM 1 BY 1
               UNTIL WS-Schedule-Index >
                   Vehicle-Count OF Policy-Master-Record
               IF VH-VIN OF
                       Policy-Master-Record(WS-Schedule-Index) = GVINI
                   MOVE WS-Schedule-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Check-Date-Field.
      *> The MM/DD/YYYY shape test FNOLEntry applies to a loss date.
           IF WS-Date-Field(1:2) IS NUMERIC
                   AND WS-Date-Field(1:2) >= "01"
                   AND WS-Date-Field(1:2) <= "12"
                   AND WS-Date-Field(3:1) = "/"
                   AND WS-Date-Field(4:2) IS NUMERIC
                   AND WS-Date-Field(4:2) >= "01"
                   AND WS-Date-Field(4:2) <= "31"
                   AND WS-Date-Field(6:1) = "/"
                   AND WS-Date-Field(7:4) IS NUMERIC
               MOVE 'Y' TO WS-Date-Valid
           ELSE
               MOVE 'N' TO WS-Date-Valid
           END-IF.

       Check-Date-In-Term.
           MOVE WS-Date-Field(7:4) TO WS-Change-YYYYMMDD(1:4)
           MOVE WS-Date-Field(1:2) TO WS-Change-YYYYMMDD(5:2)
           MOVE WS-Date-Field(4:2) TO WS-Change-YYYYMMDD(7:2)
           MOVE Policy-Effective-Date OF
               Policy-Master-Record(7:4) TO WS-Eff-YYYYMMDD(1:4)
           MOVE Policy-Effective-Date OF
               Policy-Master-Record(1:2) TO WS-Eff-YYYYMMDD(5:2)
           MOVE Policy-Effective-Date OF
               Policy-Master-Record(4:2) TO WS-Eff-YYYYMMDD(7:2)
           MOVE Policy-Expiration-Date OF
               Policy-Master-Record(7:4) TO WS-Exp-YYYYMMDD(1:4)
           MOVE Policy-Expiration-Date OF
               Policy-Master-Record(1:2) TO WS-Exp-YYYYMMDD(5:2)
           MOVE Policy-Expiration-Date OF
               Policy-Master-Record(4:2) TO WS-Exp-YYYYMMDD(7:2)
           IF WS-Change-YYYYMMDD < WS-Eff-YYYYMMDD
               OR WS-Change-YYYYMMDD > WS-Exp-YYYYMMDD
               MOVE "EFFECTIVE DATE IS OUTSIDE THE POLICY TERM." TO
                   WS-Edit-Message
           END-IF.

       Build-Change-Reference.
      *> EIBDATE is 0CYYDDD and EIBTIME 0HHMMSS; in the unsigned
      *> display fields yyddd starts at the third byte of the date
      *> and hhmmss at the third byte of the time.
           EXEC CICS
               ASSIGN USERID(WS-User-Id)
           END-EXEC
           MOVE EIBDATE TO WS-Date-Now
           MOVE EIBTIME TO WS-Time-Now
           MOVE SPACES TO WS-Change-Reference
           STRING "CR" WS-Date-Now(3:5) WS-Time-Now(3:6) EIBTRMID
               DELIMITED BY SIZE INTO WS-Change-Reference.

       Queue-Address-Change.
      *> Structured parts only - CustomerChange composes the one-line
      *> address from them. A name-only change leaves them blank.
           MOVE SPACES TO Customer-Change-Record
           MOVE Customer-Id OF Policy-Master-Record TO CC-Customer-Id
           MOVE GNAMEI TO CC-New-Name
           MOVE GSTRTI TO CC-New-Street
           MOVE GCITYI TO CC-New-City
           MOVE GSTATEI TO CC-New-State
           MOVE GZIPI TO CC-New-Zip
           MOVE WS-User-Id TO CC-Requested-By
           MOVE WS-Change-Reference TO CC-Change-Reference
           MOVE "CUSTCHG" TO WS-Target-File
           MOVE "CUSTOMER CHANGE" TO WS-Target-Run
           MOVE 0 TO WS-Write-RBA
           EXEC CICS
               WRITE FILE('CUSTCHG') FROM(Customer-Change-Record)
               RIDFLD(WS-Write-RBA)
               RESP(WS-Response)
           END-EXEC.

       Queue-Driver-Change.
           MOVE SPACES TO Driver-Maint-Record
           MOVE GPOLI TO DM-Policy-Number
           MOVE GACTI TO DM-Action
           MOVE GNAMEI TO DM-Name
           MOVE GBIRTHI TO DM-Birth-Date
           MOVE GLICI TO DM-License-Number
           MOVE GVINI TO DM-Assigned-VIN
           MOVE WS-User-Id TO DM-Requested-By
           MOVE WS-Change-Reference TO DM-Change-Reference
           MOVE "DRVMAINT" TO WS-Target-File
           MOVE "DRIVER MAINTENANCE" TO WS-Target-Run
           MOVE 0 TO WS-Write-RBA
           EXEC CICS
               WRITE FILE('DRVMAINT') FROM(Driver-Maint-Record)
               RIDFLD(WS-Write-RBA)
               RESP(WS-Response)
           END-EXEC.

       Queue-Beneficiary-Change.
      *> BENEF.MAINT carries one 60-byte address line, built from the
      *> screen's parts the way CustomerChange builds its blob.
           MOVE SPACES TO WS-Composed-Address
           IF GSTRTI NOT = SPACES
               STRING GSTRTI DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      GCITYI DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      GSTATEI DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GZIPI DELIMITED BY SPACE
                   INTO WS-Composed-Address
           END-IF
           MOVE SPACES TO Beneficiary-Maint-Record
           MOVE GPOLI TO BM-Policy-Number
           MOVE GACTI TO BM-Action
           MOVE GNAMEI TO BM-Name
           MOVE WS-Composed-Address TO BM-Address
           IF GACTI = "ADD"
               MOVE WS-Percent-Numeric TO BM-Percent
           ELSE
               MOVE 0 TO BM-Percent
           END-IF
           MOVE WS-User-Id TO BM-Requested-By
           MOVE WS-Change-Reference TO BM-Change-Reference
           MOVE "BENMAINT" TO WS-Target-File
           MOVE "BENEFICIARY MAINT" TO WS-Target-Run
           MOVE 0 TO WS-Write-RBA
           EXEC CICS
               WRITE FILE('BENMAINT') FROM(Beneficiary-Maint-Record)
               RIDFLD(WS-Write-RBA)
               RESP(WS-Response)
           END-EXEC.

       Queue-Coverage-Change.
      *> The endorsement driver passes the amounts straight to
      *> PolicyEndorsement, which only acts on a raise - a value not
      *> keyed goes as zero, leaving that dimension alone.
           MOVE SPACES TO Endorsement-Maint-Record
           MOVE GPOLI TO EM-Policy-Number
           MOVE GEFFI TO EM-Endorsement-Date
           MOVE 0 TO EM-New-Car-Value
           MOVE 0 TO EM-New-Coverage-Amount
           MOVE 0 TO EM-Vehicle-Value
           MOVE 0 TO EM-New-Deductible
           IF GACTI = SPACES
               MOVE WS-Amount-Numeric TO EM-New-Car-Value
               MOVE WS-Coverage-Numeric TO EM-New-Coverage-Amount
           ELSE
               MOVE GACTI TO EM-Vehicle-Action
               MOVE GVINI TO EM-VIN
               IF GACTI NOT = "DELETE"
                   MOVE WS-Amount-Numeric TO EM-Vehicle-Value
                   MOVE GUSAGEI TO EM-Vehicle-Usage
               END-IF
           END-IF
           MOVE WS-User-Id TO EM-Requested-By
           MOVE WS-Change-Reference TO EM-Change-Reference
           MOVE "ENDMAINT" TO WS-Target-File
           MOVE "ENDORSEMENT MAINT" TO WS-Target-Run
           MOVE 0 TO WS-Write-RBA
           EXEC CICS
               WRITE FILE('ENDMAINT') FROM(Endorsement-Maint-Record)
               RIDFLD(WS-Write-RBA)
               RESP(WS-Response)
           END-EXEC.

       Report-Queue-Result.
           MOVE SPACES TO GMSGO
           IF WS-Response NOT = DFHRESP(NORMAL)
               STRING WS-Target-File DELIMITED BY SPACE
                       " QUEUE UNAVAILABLE - CHANGE NOT RECORDED, TRY AG
      -                "AIN." DELIMITED BY SIZE
                   INTO GMSGO
           ELSE
               STRING "RECORDED - REF " WS-Change-Reference
                       " - APPLIED BY NEXT "
                       DELIMITED BY SIZE
                       WS-Target-Run DELIMITED BY "  "
                       " RUN." DELIMITED BY SIZE
                   INTO GMSGO
           END-IF.

       Send-Goodbye-Message.
           MOVE SPACES TO CHGENTO
           MOVE "CHANGE REQUEST ENTRY ENDED." TO GMSGO
           EXEC CICS
               SEND MAP('CHGENT') MAPSET('CHGENT') ERASE FREEKB
           END-EXEC.

       Log-Access.
      *> One ACCSLOG row per view, the caller having set the key type
      *> and value - who (the signed-on user), from which terminal,
      *> under which transaction, and when. A failed log write is
      *> not allowed to take the rep's screen down with it.
           EXEC CICS
               ASSIGN USERID(AL-User-Id)
           END-EXEC
           MOVE EIBTRMID TO AL-Terminal-Id
           MOVE EIBTRNID TO AL-Transaction-Id
           EXEC CICS
               ASKTIME ABSTIME(WS-Log-Abstime)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-Log-Abstime)
               YYYYMMDD(AL-Access-Date) TIME(AL-Access-Time)
           END-EXEC
           MOVE 0 TO WS-Log-RBA
           EXEC CICS
               WRITE FILE('ACCSLOG') FROM(Access-Log-Record)
               RIDFLD(WS-Log-RBA)
               RESP(WS-Log-Response)
           END-EXEC.

       Check-Batch-Window.
      *> Browses SYSTEM.STATUS from the first row for the file named
      *> in WS-Check-Resource; any of its rows still at BATCH means a
      *> batch job has the file open for update or rebuild. A status
      *> file that cannot be read is taken as no window open - the
      *> online day is not stopped for want of the switch.
           MOVE 'N' TO WS-Batch-Window
           MOVE SPACES TO WS-Batch-Program, WS-Batch-Type
           MOVE WS-Check-Resource TO SY-Resource-Name
           MOVE LOW-VALUES TO SY-Program-Name
           EXEC CICS
               STARTBR FILE('SYSSTAT')
               RIDFLD(SY-Status-Key) GTEQ
               RESP(WS-Status-Response)
           END-EXEC

           IF WS-Status-Response = DFHRESP(NORMAL)
               MOVE 'N' TO WS-End-Of-Status
               PERFORM Read-Next-Status-Row
                   UNTIL WS-End-Of-Status = 'Y'
               EXEC CICS
                   ENDBR FILE('SYSSTAT')
               END-EXEC
           END-IF.

       Read-Next-Status-Row.
           EXEC CICS
               READNEXT FILE('SYSSTAT') INTO(System-Status-Record)
               RIDFLD(SY-Status-Key)
               RESP(WS-Status-Response)
           END-EXEC

           IF WS-Status-Response NOT = DFHRESP(NORMAL)
               OR SY-Resource-Name NOT = WS-Check-Resource
               MOVE 'Y' TO WS-End-Of-Status
           ELSE
               IF SY-Window-Status = "BATCH"
                   MOVE 'Y' TO WS-Batch-Window
                   MOVE SY-Program-Name TO WS-Batch-Program
                   MOVE SY-Window-Type TO WS-Batch-Type
               END-IF
           END-IF.
