       IDENTIFICATION DIVISION.
       PROGRAM-ID. EndorsementMaintenance.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Mid-term coverage changes from ENDORSE.MAINT - a new car
      *> value or coverage amount, or a vehicle added to, dropped from
      *> or replaced on the schedule - applied through the same
      *> PolicyEndorsement subprogram the total-loss vehicle DELETE
      *> runs, so the pro-rata premium, the POLICY.ENDORSEMENT row,
      *> PREMIUM.HISTORY and any new ID card all happen exactly as
      *> they do there. Each transaction reads the policy under a
      *> keyed I-O read, feeds it to the subprogram as a one-row
      *> table, and rewrites whatever the subprogram changed, through
      *> MasterJournal like every master update. A transaction against
      *> a policy that does not exist goes to the exceptions report;
      *> PolicyEndorsement reports its own rejections.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Endorsement-Maint-File ASSIGN TO "ENDORSE.MAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Endorsement-Maint-Status.
           COPY POLMSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Endorsement-Maint-File.
           COPY ENDMAINT.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       WORKING-STORAGE SECTION.
       01  WS-Endorsement-Maint-Status PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "EndorsementMaint".
       01  WS-End-Of-Maint             PIC X VALUE 'N'.
       01  WS-Offending-Value          PIC X(15).
       01  WS-Applied-Count            PIC 9(8) COMP VALUE 0.
      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
       01  WS-Journal-Action     PIC X(10).
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
      *> One-row table - how a single-policy caller feeds the
      *> table-driven endorsement subprogram (see NonPayCancellation).
       COPY POLMSTBL.

       PROCEDURE DIVISION.
       Begin-Endorsement-Maintenance.
           DISPLAY "Starting endorsement maintenance run..."
           OPEN INPUT Endorsement-Maint-File
           IF WS-Endorsement-Maint-Status NOT = "00"
               DISPLAY "EndorsementMaintenance: no ENDORSE.MAINT file"
               STOP RUN
           END-IF

           OPEN I-O POLICY-MASTER-FILE

           MOVE 'N' TO WS-End-Of-Maint
           PERFORM UNTIL WS-End-Of-Maint = 'Y'
               READ Endorsement-Maint-File
                   AT END MOVE 'Y' TO WS-End-Of-Maint
               END-READ
               IF WS-End-Of-Maint = 'N'
                   PERFORM Apply-One-Transaction
               END-IF
           END-PERFORM

           CLOSE Endorsement-Maint-File
           CLOSE POLICY-MASTER-FILE
           DISPLAY "Endorsement maintenance complete - applied "
               WS-Applied-Count " changes."
           STOP RUN.

       Apply-One-Transaction.
           MOVE EM-Policy-Number TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-Policy-Master-Status NOT = "00"
               MOVE EM-Policy-Number TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   EM-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               MOVE 1 TO Policy-Count
               MOVE Policy-Master-Record TO WS-Journal-Before
               MOVE Policy-Master-Record TO PolicyDB2Record(1)
               CALL "PolicyEndorsement" USING PolicyDB2File,
                   EM-Policy-Number, EM-New-Car-Value,
                   EM-New-Coverage-Amount, EM-Endorsement-Date,
                   EM-Vehicle-Action, EM-VIN, EM-Vehicle-Value,
                   EM-Vehicle-Usage, EM-New-Deductible
               MOVE PolicyDB2Record(1) TO Policy-Master-Record
      *> A rejected change leaves the row as it was - nothing to
      *> journal or rewrite.
               MOVE Policy-Master-Record TO WS-Journal-After
               IF WS-Journal-After NOT = WS-Journal-Before
                   PERFORM Rewrite-Policy-Master
               END-IF
           END-IF.

       Rewrite-Policy-Master.
           MOVE "REWRITE" TO WS-Journal-Action
           MOVE EM-Policy-Number TO WS-Journal-Ref
           CALL "MasterJournal" USING WS-Program-Name,
               WS-Journal-Action, WS-Journal-Ref,
               WS-Journal-Before, WS-Journal-After
           REWRITE Policy-Master-Record
               INVALID KEY
                   DISPLAY "EndorsementMaintenance: rewrite failed "
                       "for " EM-Policy-Number
           END-REWRITE
           ADD 1 TO WS-Applied-Count.
