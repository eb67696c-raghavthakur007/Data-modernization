       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsuranceVerification.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Shared insurance-verification event call. Several states
      *> require every CAR_INSURANCE policy to be reported to the DMV
      *> by VIN whenever coverage on a vehicle starts, stops, or rolls
      *> to a new term, and a report that reaches the state late gets
      *> our insured an uninsured-motorist letter. Called the way
      *> IDCardPrint is, with the policy as it now stands - by
      *> NewBusinessIssuance and UnderwritingDecision when a policy
      *> goes ACTIVE (NBS), by PolicyEndorsement for a vehicle added
      *> (ADD) or dropped (DEL), by PolicyCancellation (CAN), by
      *> PolicyReinstatement (REI), and by PolicyRenewal (REN).
      *> LK-VIN names the one vehicle; SPACES reports every vehicle on
      *> the schedule, less any vehicle laid up in storage - its
      *> liability coverage stopped (DEL) when it was stored and is
      *> reported again (ADD) when it resumes, so a renewal or
      *> reinstatement in between does not report it insured. Each
      *> vehicle becomes one row on DMV.EVENTS for the nightly
      *> InsuranceVerificationExtract, which decides which states
      *> take the report. Anything but a car policy queues
      *> nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Verification-Event-File ASSIGN TO "DMV.EVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-Event-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Verification-Event-File.
           COPY INSVEVT.

       WORKING-STORAGE SECTION.
       01  WS-Verification-Event-Status PIC XX.
       01  WS-Vehicle-Index          PIC 9(8) COMP.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY              PIC X(10).

       LINKAGE SECTION.
       COPY POLMSREC REPLACING Policy-Master-Record BY PolicyRecord.
       01  LK-Transaction-Type       PIC X(3).
       01  LK-VIN                    PIC X(17).
       01  LK-Effective-Date         PIC X(10).

       PROCEDURE DIVISION USING PolicyRecord, LK-Transaction-Type,
               LK-VIN, LK-Effective-Date.
       Begin-Insurance-Verification.
           IF Policy-Type OF PolicyRecord NOT = "CAR_INSURANCE"
               EXIT PROGRAM
           END-IF
      *> A policy still waiting on underwriting is not in force yet -
      *> it reports as new business when UnderwritingDecision
      *> approves it, vehicles and all.
           IF Policy-Status OF PolicyRecord = "PENDING"
               OR Policy-Status OF PolicyRecord = "DECLINED"
               EXIT PROGRAM
           END-IF
      *> A dropped vehicle is already off the schedule by the time
      *> the caller reports it, so a named VIN is queued as given.
           IF LK-VIN = SPACES
               AND Vehicle-Count OF PolicyRecord = 0
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           OPEN EXTEND Verification-Event-File
           IF WS-Verification-Event-Status = "35"
               OPEN OUTPUT Verification-Event-File
           END-IF

           IF LK-VIN NOT = SPACES
               PERFORM Write-Verification-Event
           ELSE
               PERFORM VARYING WS-Vehicle-Index FROM 1 BY 1
                   UNTIL WS-Vehicle-Index >
                       Vehicle-Count OF PolicyRecord
                   MOVE VH-VIN OF PolicyRecord(WS-Vehicle-Index) TO
                       IV-VIN
                   IF IV-VIN NOT = SPACES
                       AND VH-Usage OF PolicyRecord(WS-Vehicle-Index)
                           NOT = "STORED"
                       PERFORM Write-Event-Row
                   END-IF
               END-PERFORM
           END-IF

           CLOSE Verification-Event-File
           EXIT PROGRAM.

       Write-Verification-Event.
           MOVE LK-VIN TO IV-VIN
           PERFORM Write-Event-Row.

       Write-Event-Row.
           MOVE LK-Transaction-Type TO IV-Transaction-Type
           MOVE State-Code OF PolicyRecord TO IV-State-Code
           MOVE Policy-Number OF PolicyRecord TO IV-Policy-Number
           MOVE LK-Effective-Date TO IV-Effective-Date
           MOVE Policy-Expiration-Date OF PolicyRecord TO
               IV-Expiration-Date
           MOVE Policy-Holder-Name OF PolicyRecord TO IV-Insured-Name
           MOVE WS-Today-MDY TO IV-Event-Date
           WRITE Verification-Event-Record.
