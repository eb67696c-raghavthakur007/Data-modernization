       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleStorage.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Storage (lay-up) suspension for CAR_INSURANCE vehicles. A
      *> customer storing a car for the winter or deploying overseas
      *> used to have to cancel, losing their history, or take an
      *> endorsement they had to remember to reverse. Each
      *> VEHICLE.STORAGE.REQ transaction names one VH-VIN:
      *>   SUSPEND - the vehicle drops to comprehensive only from the
      *>             effective date (today when blank) until the
      *>             requested resume date, never longer than
      *>             WS-Max-Storage-Days;
      *>   RESUME  - the customer is taking it out of storage early.
      *> Both go through PolicyEndorsement's SUSPEND/RESUME vehicle
      *> actions, so the unused premium is credited (and charged
      *> back on resume) pro rata through the normal endorsement
      *> path - POLICY.ENDORSEMENT and PREMIUM.HISTORY - and the
      *> stored vehicle gets no ID cards and no DMV reporting while it
      *> sits (the DMV is told its liability stopped, and told again
      *> when it resumes). The master is rewritten through
      *> MasterJournal like every master update. Every day the run
      *> also resumes each suspension on VEHICLE.STORAGE whose resume
      *> date has come, restoring full coverage and premium without
      *> anyone having to remember. The customer gets a STORAGE.NOTICE
      *> letter, registered through Correspondence, each time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Storage-Request-File ASSIGN TO "VEHICLE.STORAGE.REQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Storage-Request-Status.
           COPY POLMSSEL.
           COPY VEHSTORSEL.
           SELECT Storage-Notice-File ASSIGN TO "STORAGE.NOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Storage-Notice-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Storage-Request-File.
       01  Storage-Request-Record.
           05  SQ-Policy-Number       PIC X(10).
           05  SQ-VIN                 PIC X(17).
           05  SQ-Action              PIC X(10).
           05  SQ-Effective-Date      PIC X(10).
      *> SUSPEND only - when to bring full coverage back, blank for
      *> the maximum suspension length.
           05  SQ-Resume-Date         PIC X(10).
           05  SQ-Requested-By        PIC X(8).

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Vehicle-Storage-File.
           COPY VEHSTOR.

       FD  Storage-Notice-File.
       01  Storage-Notice-Record.
           05  SN-Policy-Number       PIC X(10).
           05  SN-Policy-Holder-Name  PIC X(50).
           05  SN-Policy-Holder-Address PIC X(60).
           05  SN-VIN                 PIC X(17).
           05  SN-Notice-Type         PIC X(10).
           05  SN-Effective-Date      PIC X(10).
           05  SN-Resume-Date         PIC X(10).
           05  SN-Premium-Change      PIC 9(9)V99.
           05  SN-Notice-Date         PIC X(10).

       WORKING-STORAGE SECTION.
      *> Document registration fields for the shared Correspondence
      *> hub - every letter this program cuts is also logged there
      *> with a document id and routed by delivery preference.
       01  WS-Doc-Letter-Type    PIC X(10).
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
       01  WS-Storage-Request-Status  PIC XX.
       01  WS-Policy-Master-Status    PIC XX.
       01  WS-Vehicle-Storage-Status  PIC XX.
       01  WS-Storage-Notice-Status   PIC XX.
       01  WS-Program-Name            PIC X(20) VALUE
           "VehicleStorage".
       01  WS-Offending-Value         PIC X(15).
       01  WS-End-Of-Requests         PIC X.
       01  WS-End-Of-Storage          PIC X.
      *> Longest a vehicle stays laid up before full coverage comes
      *> back on its own.
       01  WS-Max-Storage-Days        PIC 9(3) VALUE 180.
       01  WS-Row-Found               PIC X.
       01  WS-Vehicle-Slot            PIC 9(4) COMP.
       01  WS-Vehicle-Index           PIC 9(4) COMP.
       01  WS-Original-Usage          PIC X(10).
       01  WS-Effective-Date          PIC X(10).
       01  WS-Resume-Date             PIC X(10).
       01  WS-Max-Resume-Date         PIC X(10).
       01  WS-Resume-Reason           PIC X(10).
       01  WS-Effective-Days          PIC S9(9).
       01  WS-Resume-Days             PIC S9(9).
       01  WS-Max-Resume-Days         PIC S9(9).
       01  WS-Today-Days              PIC S9(9).
       01  WS-Work-Date               PIC X(10).
       01  WS-Work-Days               PIC S9(9).
       01  WS-Date-Valid              PIC X.
       01  WS-Work-YYYYMMDD           PIC 9(8).
       01  WS-Max-YYYYMMDD.
           05  WS-Max-Year       PIC 9(4).
           05  WS-Max-Month      PIC 9(2).
           05  WS-Max-Day        PIC 9(2).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY               PIC X(10).
      *> PolicyEndorsement's transaction fields - only the vehicle
      *> action, VIN, and (on RESUME) usage mean anything to a
      *> storage change.
       01  WS-Endorse-Policy-Number   PIC X(10).
       01  WS-Endorse-Date            PIC X(10).
       01  WS-Vehicle-Action          PIC X(10).
       01  WS-Endorse-VIN             PIC X(17).
       01  WS-Vehicle-Usage           PIC X(10).
       01  WS-No-Car-Value            PIC 9(9)V99 VALUE 0.
       01  WS-No-Coverage-Amount      PIC 9(9)V99 VALUE 0.
       01  WS-No-Vehicle-Value        PIC 9(9)V99 VALUE 0.
       01  WS-No-Deductible           PIC 9(9)V99 VALUE 0.
       01  WS-Premium-Before          PIC 9(9)V99.
       01  WS-Premium-Change          PIC S9(9)V99.
       01  WS-Suspended-Count         PIC 9(8) COMP VALUE 0.
       01  WS-Resumed-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Closed-Count            PIC 9(8) COMP VALUE 0.
      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
       01  WS-Journal-Action     PIC X(10).
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
      *> One-row table - how a single-policy caller feeds the
      *> table-driven endorsement subprogram (see
      *> EndorsementMaintenance).
       COPY POLMSTBL.

       PROCEDURE DIVISION.
       Begin-Vehicle-Storage.
           DISPLAY "Starting vehicle storage suspension run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           MOVE WS-Current-Date TO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)

           OPEN I-O POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "VehicleStorage: POLICY.MASTER unavailable"
               STOP RUN
           END-IF
           OPEN I-O Vehicle-Storage-File
           IF WS-Vehicle-Storage-Status = "35"
               OPEN OUTPUT Vehicle-Storage-File
               CLOSE Vehicle-Storage-File
               OPEN I-O Vehicle-Storage-File
           END-IF
           OPEN EXTEND Storage-Notice-File
           IF WS-Storage-Notice-Status = "35"
               OPEN OUTPUT Storage-Notice-File
           END-IF

      *> No requests today still leaves the scheduled resumes to run.
           OPEN INPUT Storage-Request-File
           IF WS-Storage-Request-Status = "00"
               MOVE 'N' TO WS-End-Of-Requests
               PERFORM UNTIL WS-End-Of-Requests = 'Y'
                   READ Storage-Request-File
                       AT END MOVE 'Y' TO WS-End-Of-Requests
                   END-READ
                   IF WS-End-Of-Requests = 'N'
                       PERFORM Apply-One-Request
                   END-IF
               END-PERFORM
               CLOSE Storage-Request-File
           END-IF

           PERFORM Resume-Due-Suspensions

           CLOSE Storage-Notice-File
           CLOSE Vehicle-Storage-File
           CLOSE POLICY-MASTER-FILE
           DISPLAY "Vehicle storage run complete - suspended "
               WS-Suspended-Count ", resumed " WS-Resumed-Count
               ", closed " WS-Closed-Count "."
           STOP RUN.

       Apply-One-Request.
           EVALUATE SQ-Action
               WHEN "SUSPEND"
                   PERFORM Suspend-One-Vehicle
               WHEN "RESUME"
                   PERFORM Resume-Requested-Vehicle
               WHEN OTHER
                   MOVE SQ-Action TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       SQ-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
           END-EVALUATE.

       Suspend-One-Vehicle.
           MOVE SQ-Policy-Number TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status NOT = "00"
               MOVE SQ-Policy-Number TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           IF Policy-Type OF Policy-Master-Record NOT = "CAR_INSURANCE"
               MOVE "NOT AUTO POLICY" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           IF Policy-Status OF Policy-Master-Record = "CANCELLED"
               MOVE "CANCELLED" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           MOVE SQ-VIN TO WS-Endorse-VIN
           PERFORM Find-Vehicle-Slot
           IF WS-Vehicle-Slot = 0
               MOVE "VIN NOT FOUND" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           IF VH-Usage OF Policy-Master-Record(WS-Vehicle-Slot) =
                   "STORED"
               MOVE "ALREADY STORED" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF

      *> Suspension runs from the effective date to the requested
      *> resume date, capped at the maximum length; no resume date
      *> means the maximum.
           MOVE SQ-Effective-Date TO WS-Effective-Date
           IF WS-Effective-Date = SPACES
               MOVE WS-Today-MDY TO WS-Effective-Date
           END-IF
           MOVE WS-Effective-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           IF WS-Date-Valid = 'N'
               MOVE "BAD EFF DATE" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Work-Days TO WS-Effective-Days
           COMPUTE WS-Max-Resume-Days =
               WS-Effective-Days + WS-Max-Storage-Days
           MOVE FUNCTION DATE-OF-INTEGER(WS-Max-Resume-Days) TO
               WS-Max-YYYYMMDD
           MOVE SPACES TO WS-Max-Resume-Date
           STRING WS-Max-Month "/" WS-Max-Day "/" WS-Max-Year
               DELIMITED BY SIZE INTO WS-Max-Resume-Date
           MOVE WS-Max-Resume-Date TO WS-Resume-Date
           IF SQ-Resume-Date NOT = SPACES
               MOVE SQ-Resume-Date TO WS-Work-Date
               PERFORM Convert-Work-Date
               IF WS-Date-Valid = 'N'
                   OR WS-Work-Days <= WS-Effective-Days
                   MOVE "BAD RESUME DATE" TO WS-Offending-Value
                   PERFORM Report-Request-Exception
                   EXIT PARAGRAPH
               END-IF
               IF WS-Work-Days < WS-Max-Resume-Days
                   MOVE SQ-Resume-Date TO WS-Resume-Date
               END-IF
           END-IF

           MOVE VH-Usage OF Policy-Master-Record(WS-Vehicle-Slot) TO
               WS-Original-Usage
           MOVE "SUSPEND" TO WS-Vehicle-Action
           MOVE SPACES TO WS-Vehicle-Usage
           MOVE WS-Effective-Date TO WS-Endorse-Date
           PERFORM Endorse-Vehicle
           IF VH-Usage OF Policy-Master-Record(WS-Vehicle-Slot)
                   NOT = "STORED"
               EXIT PARAGRAPH
           END-IF

           MOVE SQ-Policy-Number TO VS-Policy-Number
           MOVE SQ-VIN TO VS-VIN
           MOVE 'Y' TO WS-Row-Found
           READ Vehicle-Storage-File
               INVALID KEY
                   MOVE 'N' TO WS-Row-Found
           END-READ
           MOVE SQ-Policy-Number TO VS-Policy-Number
           MOVE SQ-VIN TO VS-VIN
           MOVE "SUSPENDED" TO VS-Storage-Status
           MOVE WS-Original-Usage TO VS-Original-Usage
           MOVE WS-Effective-Date TO VS-Suspend-Date
           MOVE WS-Resume-Date TO VS-Resume-Date
           MOVE WS-Max-Resume-Date TO VS-Max-Resume-Date
           MOVE SPACES TO VS-Resumed-Date
           MOVE SPACES TO VS-Resume-Reason
           COMPUTE VS-Premium-Credit = 0 - WS-Premium-Change
           MOVE 0 TO VS-Premium-Charge
           MOVE SQ-Requested-By TO VS-Requested-By
           IF WS-Row-Found = 'Y'
               REWRITE Vehicle-Storage-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE Vehicle-Storage-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE "SUSPENDED" TO SN-Notice-Type
           MOVE VS-Premium-Credit TO SN-Premium-Change
           PERFORM Write-Storage-Notice
           ADD 1 TO WS-Suspended-Count.

       Resume-Requested-Vehicle.
      *> The customer is back early - full coverage from the
      *> effective date (today when blank) instead of the scheduled
      *> resume date.
           MOVE SQ-Policy-Number TO VS-Policy-Number
           MOVE SQ-VIN TO VS-VIN
           READ Vehicle-Storage-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Vehicle-Storage-Status NOT = "00"
               OR VS-Storage-Status NOT = "SUSPENDED"
               MOVE "NOT STORED" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           MOVE SQ-Effective-Date TO WS-Effective-Date
           IF WS-Effective-Date = SPACES
               MOVE WS-Today-MDY TO WS-Effective-Date
           END-IF
           MOVE WS-Effective-Date TO WS-Work-Date
           PERFORM Convert-Work-Date
           IF WS-Date-Valid = 'N'
               MOVE "BAD EFF DATE" TO WS-Offending-Value
               PERFORM Report-Request-Exception
               EXIT PARAGRAPH
           END-IF
           MOVE "REQUESTED" TO WS-Resume-Reason
           PERFORM Resume-One-Vehicle.

       Resume-Due-Suspensions.
      *> Browses the whole of VEHICLE.STORAGE; every suspension whose
      *> resume date has come is restored, effective on that date.
           MOVE LOW-VALUES TO VS-Storage-Key
           START Vehicle-Storage-File KEY NOT < VS-Storage-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-End-Of-Storage
           PERFORM UNTIL WS-End-Of-Storage = 'Y'
               READ Vehicle-Storage-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Storage
               END-READ
               IF WS-End-Of-Storage = 'N'
                   AND VS-Storage-Status = "SUSPENDED"
                   MOVE VS-Resume-Date TO WS-Work-Date
                   PERFORM Convert-Work-Date
                   IF WS-Date-Valid = 'Y'
                       AND WS-Work-Days <= WS-Today-Days
                       MOVE VS-Resume-Date TO WS-Effective-Date
                       IF VS-Resume-Date = VS-Max-Resume-Date
                           MOVE "MAXIMUM" TO WS-Resume-Reason
                       ELSE
                           MOVE "SCHEDULED" TO WS-Resume-Reason
                       END-IF
                       PERFORM Resume-One-Vehicle
                   END-IF
               END-IF
           END-PERFORM.

       Resume-One-Vehicle.
      *> The current VEHICLE.STORAGE row is the suspension to end. A
      *> policy cancelled, or a vehicle dropped from the schedule,
      *> while it was stored has nothing to restore - the row just
      *> closes.
           MOVE VS-Policy-Number TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status NOT = "00"
               OR Policy-Status OF Policy-Master-Record = "CANCELLED"
               MOVE "CANCELLED" TO VS-Resume-Reason
               PERFORM Close-Storage-Row
               EXIT PARAGRAPH
           END-IF
           MOVE VS-VIN TO WS-Endorse-VIN
           PERFORM Find-Vehicle-Slot
           IF WS-Vehicle-Slot = 0
               MOVE "VIN GONE" TO VS-Resume-Reason
               PERFORM Close-Storage-Row
               EXIT PARAGRAPH
           END-IF
           IF VH-Usage OF Policy-Master-Record(WS-Vehicle-Slot)
                   NOT = "STORED"
               MOVE "NOT STORED" TO VS-Resume-Reason
               PERFORM Close-Storage-Row
               EXIT PARAGRAPH
           END-IF

           MOVE "RESUME" TO WS-Vehicle-Action
           MOVE VS-Original-Usage TO WS-Vehicle-Usage
           MOVE WS-Effective-Date TO WS-Endorse-Date
           PERFORM Endorse-Vehicle
           IF VH-Usage OF Policy-Master-Record(WS-Vehicle-Slot) =
                   "STORED"
               EXIT PARAGRAPH
           END-IF

           MOVE "RESUMED" TO VS-Storage-Status
           MOVE WS-Effective-Date TO VS-Resumed-Date
           MOVE WS-Resume-Reason TO VS-Resume-Reason
           MOVE WS-Premium-Change TO VS-Premium-Charge
           REWRITE Vehicle-Storage-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE "RESUMED" TO SN-Notice-Type
           MOVE VS-Premium-Charge TO SN-Premium-Change
           PERFORM Write-Storage-Notice
           ADD 1 TO WS-Resumed-Count.

       Close-Storage-Row.
           MOVE "CLOSED" TO VS-Storage-Status
           MOVE WS-Effective-Date TO VS-Resumed-Date
           MOVE 0 TO VS-Premium-Charge
           REWRITE Vehicle-Storage-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-Closed-Count.

       Find-Vehicle-Slot.
           MOVE 0 TO WS-Vehicle-Slot
           PERFORM VARYING WS-Vehicle-Index FROM 1 BY 1
               UNTIL WS-Vehicle-Index >
                   Vehicle-Count OF Policy-Master-Record
               IF VH-VIN OF Policy-Master-Record(WS-Vehicle-Index) =
                       WS-Endorse-VIN
                   MOVE WS-Vehicle-Index TO WS-Vehicle-Slot
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Endorse-Vehicle.
      *> The policy just read goes through PolicyEndorsement as a
      *> one-row table, and whatever it changed is rewritten under
      *> MasterJournal. WS-Premium-Change is the signed premium
      *> movement the endorsement made - negative on a suspension.
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Endorse-Policy-Number
           MOVE Policy-Premium OF Policy-Master-Record TO
               WS-Premium-Before
           MOVE 1 TO Policy-Count
           MOVE Policy-Master-Record TO WS-Journal-Before
           MOVE Policy-Master-Record TO PolicyDB2Record(1)
           CALL "PolicyEndorsement" USING PolicyDB2File,
               WS-Endorse-Policy-Number, WS-No-Car-Value,
               WS-No-Coverage-Amount, WS-Endorse-Date,
               WS-Vehicle-Action, WS-Endorse-VIN, WS-No-Vehicle-Value,
               WS-Vehicle-Usage, WS-No-Deductible
           MOVE PolicyDB2Record(1) TO Policy-Master-Record
           COMPUTE WS-Premium-Change =
               Policy-Premium OF Policy-Master-Record -
               WS-Premium-Before
           MOVE Policy-Master-Record TO WS-Journal-After
           IF WS-Journal-After NOT = WS-Journal-Before
               MOVE "REWRITE" TO WS-Journal-Action
               MOVE WS-Endorse-VIN TO WS-Journal-Ref
               CALL "MasterJournal" USING WS-Program-Name,
                   WS-Journal-Action, WS-Journal-Ref,
                   WS-Journal-Before, WS-Journal-After
               REWRITE Policy-Master-Record
                   INVALID KEY
                       DISPLAY "VehicleStorage: rewrite failed for "
                           WS-Endorse-Policy-Number
               END-REWRITE
           END-IF.

       Convert-Work-Date.
      *> MM/DD/YYYY in WS-Work-Date to a day number in WS-Work-Days.
           MOVE 'Y' TO WS-Date-Valid
           MOVE WS-Work-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE WS-Work-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE WS-Work-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           IF WS-Work-YYYYMMDD NOT NUMERIC
               MOVE 'N' TO WS-Date-Valid
               MOVE 0 TO WS-Work-Days
           ELSE
               COMPUTE WS-Work-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           END-IF.

       Write-Storage-Notice.
      *> The customer hears what changed and when - on suspension,
      *> the credit and the date full coverage comes back; on
      *> resume, the charge for the rest of the term. The mailing
      *> process picks this extract up like the plan-change notices.
           MOVE VS-Policy-Number TO SN-Policy-Number
           MOVE Policy-Holder-Name OF Policy-Master-Record TO
               SN-Policy-Holder-Name
           MOVE Policy-Holder-Address OF Policy-Master-Record TO
               SN-Policy-Holder-Address
           MOVE VS-VIN TO SN-VIN
           IF SN-Notice-Type = "SUSPENDED"
               MOVE VS-Suspend-Date TO SN-Effective-Date
               MOVE VS-Resume-Date TO SN-Resume-Date
           ELSE
               MOVE VS-Resumed-Date TO SN-Effective-Date
               MOVE SPACES TO SN-Resume-Date
           END-IF
           MOVE WS-Today-MDY TO SN-Notice-Date
           WRITE Storage-Notice-Record

           MOVE "STORAGE" TO WS-Doc-Letter-Type
           MOVE Customer-Id OF Policy-Master-Record TO
               WS-Doc-Customer-Id
           MOVE SN-Policy-Number TO WS-Doc-Reference
           MOVE SPACES TO WS-Doc-Summary
           IF SN-Notice-Type = "SUSPENDED"
               STRING "STORAGE SUSPENSION VIN " SN-VIN
                   DELIMITED BY SIZE INTO WS-Doc-Summary
           ELSE
               STRING "COVERAGE RESTORED VIN " SN-VIN
                   DELIMITED BY SIZE INTO WS-Doc-Summary
           END-IF
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, SN-Policy-Holder-Name,
               SN-Policy-Holder-Address, WS-Doc-Reference,
               WS-Doc-Summary.

       Report-Request-Exception.
           CALL "WriteExceptionReport" USING
               SQ-Policy-Number, WS-Program-Name, WS-Offending-Value.
