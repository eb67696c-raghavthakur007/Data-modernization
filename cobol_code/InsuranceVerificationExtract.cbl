       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsuranceVerificationExtract.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Nightly insurance-verification report to the state motor
      *> vehicle departments, replacing the hand-kept spreadsheet.
      *> The day's VIN events queued on DMV.EVENTS by the
      *> InsuranceVerification call (new business, vehicle adds and
      *> drops, cancellations, reinstatements, renewals) are sorted by
      *> state and written to DMV.OUTBOUND as one batch per state on
      *> DMV.STATE - batch header with the company code that DMV
      *> assigned us, the VIN detail in the order the events
      *> happened, and a batch trailer count. Each transaction takes a
      *> reference number off the DMVSEQ counter on POLICY.CONTROL and
      *> is logged SENT on DMV.TRANSMIT, where the DMV's
      *> acknowledgment or error is matched back to it. Events for
      *> states that do not require reporting are dropped. A
      *> transaction going out after the state's allowed days is
      *> starred on DMVVERIF.RPT - every one of those risks an
      *> uninsured-motorist letter to our insured. The queue is
      *> emptied once the run has reported it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Verification-Event-File ASSIGN TO "DMV.EVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-Event-Status.
           SELECT Verification-State-File ASSIGN TO "DMV.STATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-State-Status.
           SELECT Verification-Out-File ASSIGN TO "DMV.OUTBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-Out-Status.
           SELECT Verification-Report-File ASSIGN TO "DMVVERIF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-Report-Status.
           COPY INSVLOGSEL.
           COPY POLCTLSEL.
      *> Scratch file the SORT verb spills/merges through.
           SELECT Sort-Work-File ASSIGN TO "DMV.SORT.WORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Verification-Event-File.
           COPY INSVEVT.

       FD  Verification-State-File.
           COPY INSVST.

       FD  Verification-Out-File.
       01  Verification-Out-Line       PIC X(115).

       FD  Verification-Report-File.
       01  Report-Line-Record          PIC X(132).

       FD  Verification-Log-File.
           COPY INSVLOG.

       FD  POLICY-CONTROL-FILE.
           COPY POLCTLREC.

      *> State first, then the order the event was queued in, so each
      *> VIN's transactions reach the DMV in the order they happened.
       SD  Sort-Work-File.
       01  Sort-Work-Record.
           05  SW-State-Code          PIC X(2).
           05  SW-Event-Sequence      PIC 9(8).
           05  SW-Event-Image         PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-Verification-Event-Status  PIC XX.
       01  WS-Verification-State-Status  PIC XX.
       01  WS-Verification-Out-Status    PIC XX.
       01  WS-Verification-Report-Status PIC XX.
       01  WS-Verification-Log-Status    PIC XX.
       01  WS-Policy-Control-Status      PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Sort-End-Flag            PIC X.
       01  WS-State-Found              PIC X.
       01  WS-Batch-State              PIC X(2) VALUE SPACES.
       01  WS-Batch-Company-Code       PIC X(10).
       01  WS-Batch-Reporting-Days     PIC 9(3).
       01  WS-Event-Sequence           PIC 9(8) VALUE 0.
       01  WS-Batch-Count              PIC 9(8) VALUE 0.
       01  WS-Sent-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Late-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Dropped-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp               PIC ZZZZZZZ9.
       01  WS-Reference                PIC X(10).
       01  WS-Late-Flag                PIC X.
       01  WS-Today-Days               PIC S9(9).
       01  WS-Effective-Days           PIC S9(9).
       01  WS-Days-Since               PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       COPY INSVOUT.

      *> DMV.STATE, one row per reporting state.
       01  VerificationStateTable.
           05  Verification-State-Count PIC 9(4) COMP.
           05  VerificationStateRecord OCCURS 1 TO 60 TIMES
                   DEPENDING ON Verification-State-Count
                   INDEXED BY VerificationStateIdx.
               10  ST-State-Code       PIC X(2).
               10  ST-Company-Code     PIC X(10).
               10  ST-Reporting-Days   PIC 9(3).

       PROCEDURE DIVISION.
       Begin-Verification-Extract.
           DISPLAY "Starting DMV insurance-verification extract..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)

           PERFORM Load-State-Table

           OPEN I-O Verification-Log-File
           IF WS-Verification-Log-Status = "35"
               OPEN OUTPUT Verification-Log-File
               CLOSE Verification-Log-File
               OPEN I-O Verification-Log-File
           END-IF
           OPEN I-O POLICY-CONTROL-FILE
           IF WS-Policy-Control-Status = "35"
               OPEN OUTPUT POLICY-CONTROL-FILE
               CLOSE POLICY-CONTROL-FILE
               OPEN I-O POLICY-CONTROL-FILE
           END-IF

           OPEN OUTPUT Verification-Out-File
           OPEN OUTPUT Verification-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "DMV INSURANCE VERIFICATION REPORT - " WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "REFERENCE" TO WS-Report-Line(1:10)
           MOVE "ST" TO WS-Report-Line(12:2)
           MOVE "TXN" TO WS-Report-Line(15:3)
           MOVE "POLICY" TO WS-Report-Line(19:10)
           MOVE "VIN" TO WS-Report-Line(30:17)
           MOVE "EFFECTIVE" TO WS-Report-Line(48:10)
           MOVE "EXPIRES" TO WS-Report-Line(59:10)
           MOVE "INSURED" TO WS-Report-Line(70:40)
           MOVE "LATE" TO WS-Report-Line(111:4)
           PERFORM Write-Report-Line

           SORT Sort-Work-File
               ON ASCENDING KEY SW-State-Code
               ON ASCENDING KEY SW-Event-Sequence
               INPUT PROCEDURE IS Release-Verification-Events
               OUTPUT PROCEDURE IS Return-Verification-Events

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Sent-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TRANSACTIONS REPORTED   " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Late-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "REPORTED LATE (*)       " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Dropped-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "NON-REPORTING STATES    " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           CLOSE Verification-Report-File
           CLOSE Verification-Out-File
           CLOSE POLICY-CONTROL-FILE
           CLOSE Verification-Log-File

      *> Everything queued has been reported or dropped - empty the
      *> queue for tomorrow's events.
           OPEN OUTPUT Verification-Event-File
           CLOSE Verification-Event-File
           DISPLAY "DMV insurance-verification extract complete - "
               WS-Sent-Count " reported, " WS-Late-Count " late."
           STOP RUN.

       Load-State-Table.
      *> No file means no state requires reporting and nothing goes
      *> out.
           MOVE 0 TO Verification-State-Count
           OPEN INPUT Verification-State-File
           IF WS-Verification-State-Status = '00'
               PERFORM UNTIL WS-Verification-State-Status NOT = '00'
                   READ Verification-State-File
                       AT END
                           MOVE '10' TO WS-Verification-State-Status
                   END-READ
                   IF WS-Verification-State-Status = '00'
                       AND Verification-State-Count < 60
                       ADD 1 TO Verification-State-Count
                       MOVE Verification-State-Record TO
                           VerificationStateRecord(
                               Verification-State-Count)
                   END-IF
               END-PERFORM
               CLOSE Verification-State-File
           END-IF.

       Release-Verification-Events.
           OPEN INPUT Verification-Event-File
           IF WS-Verification-Event-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Verification-Event-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       ADD 1 TO WS-Event-Sequence
                       MOVE IV-State-Code TO SW-State-Code
                       MOVE WS-Event-Sequence TO SW-Event-Sequence
                       MOVE Verification-Event-Record TO
                           SW-Event-Image
                       RELEASE Sort-Work-Record
                   END-IF
               END-PERFORM
               CLOSE Verification-Event-File
           END-IF.

       Return-Verification-Events.
           MOVE 'N' TO WS-Sort-End-Flag
           PERFORM UNTIL WS-Sort-End-Flag = 'Y'
               RETURN Sort-Work-File
                   AT END
                       MOVE 'Y' TO WS-Sort-End-Flag
               END-RETURN
               IF WS-Sort-End-Flag = 'N'
                   MOVE SW-Event-Image TO Verification-Event-Record
                   IF IV-State-Code NOT = WS-Batch-State
                       PERFORM Close-State-Batch
                       PERFORM Open-State-Batch
                   END-IF
                   IF WS-State-Found = 'Y'
                       PERFORM Report-One-Event
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
               END-IF
           END-PERFORM
           PERFORM Close-State-Batch.

       Open-State-Batch.
           MOVE IV-State-Code TO WS-Batch-State
           MOVE 'N' TO WS-State-Found
           PERFORM VARYING VerificationStateIdx FROM 1 BY 1
               UNTIL VerificationStateIdx > Verification-State-Count
               IF ST-State-Code(VerificationStateIdx) = IV-State-Code
                   MOVE 'Y' TO WS-State-Found
                   MOVE ST-Company-Code(VerificationStateIdx) TO
                       WS-Batch-Company-Code
                   MOVE ST-Reporting-Days(VerificationStateIdx) TO
                       WS-Batch-Reporting-Days
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-State-Found = 'Y'
               MOVE 0 TO WS-Batch-Count
               MOVE SPACES TO Verification-Batch-Record
               MOVE "BHD" TO VB-Record-Type
               MOVE WS-Batch-State TO VB-State-Code
               MOVE WS-Batch-Company-Code TO VB-Company-Code
               MOVE WS-Today-MDY TO VB-Batch-Date
               MOVE 0 TO VB-Record-Count
               MOVE SPACES TO Verification-Out-Line
               MOVE Verification-Batch-Record TO Verification-Out-Line
               WRITE Verification-Out-Line
           END-IF.

       Close-State-Batch.
           IF WS-Batch-State NOT = SPACES
               AND WS-State-Found = 'Y'
               MOVE SPACES TO Verification-Batch-Record
               MOVE "BTR" TO VB-Record-Type
               MOVE WS-Batch-State TO VB-State-Code
               MOVE WS-Batch-Company-Code TO VB-Company-Code
               MOVE WS-Today-MDY TO VB-Batch-Date
               MOVE WS-Batch-Count TO VB-Record-Count
               MOVE SPACES TO Verification-Out-Line
               MOVE Verification-Batch-Record TO Verification-Out-Line
               WRITE Verification-Out-Line
           END-IF.

       Report-One-Event.
           PERFORM Get-Next-Reference
           PERFORM Test-Late-Report

           MOVE SPACES TO Verification-Out-Record
           MOVE "VIN" TO VO-Record-Type
           MOVE WS-Reference TO VO-Reference
           MOVE IV-State-Code TO VO-State-Code
           MOVE IV-Transaction-Type TO VO-Transaction-Type
           MOVE IV-Policy-Number TO VO-Policy-Number
           MOVE IV-VIN TO VO-VIN
           MOVE IV-Effective-Date TO VO-Effective-Date
           MOVE IV-Expiration-Date TO VO-Expiration-Date
           MOVE IV-Insured-Name TO VO-Insured-Name
           MOVE Verification-Out-Record TO Verification-Out-Line
           WRITE Verification-Out-Line
           ADD 1 TO WS-Batch-Count
           ADD 1 TO WS-Sent-Count

           MOVE SPACES TO Verification-Log-Record
           MOVE WS-Reference TO VL-Reference
           MOVE IV-State-Code TO VL-State-Code
           MOVE IV-Transaction-Type TO VL-Transaction-Type
           MOVE IV-Policy-Number TO VL-Policy-Number
           MOVE IV-VIN TO VL-VIN
           MOVE IV-Effective-Date TO VL-Effective-Date
           MOVE WS-Today-MDY TO VL-Sent-Date
           MOVE WS-Late-Flag TO VL-Late-Flag
           MOVE "SENT" TO VL-Status
           WRITE Verification-Log-Record
               INVALID KEY
                   DISPLAY "InsuranceVerificationExtract: reference "
                       WS-Reference " already logged"
           END-WRITE

           MOVE SPACES TO WS-Report-Line
           MOVE WS-Reference TO WS-Report-Line(1:10)
           MOVE IV-State-Code TO WS-Report-Line(12:2)
           MOVE IV-Transaction-Type TO WS-Report-Line(15:3)
           MOVE IV-Policy-Number TO WS-Report-Line(19:10)
           MOVE IV-VIN TO WS-Report-Line(30:17)
           MOVE IV-Effective-Date TO WS-Report-Line(48:10)
           MOVE IV-Expiration-Date TO WS-Report-Line(59:10)
           MOVE IV-Insured-Name TO WS-Report-Line(70:40)
           IF WS-Late-Flag = 'Y'
               MOVE "*" TO WS-Report-Line(112:1)
           END-IF
           PERFORM Write-Report-Line.

       Get-Next-Reference.
      *> Same counter-row scheme as CLAIMSEQ/POLICYSEQ on
      *> POLICY.CONTROL.
           MOVE "DMVSEQ" TO PC-Control-Key
           READ POLICY-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO PC-Next-Policy-Sequence
           END-READ
           ADD 1 TO PC-Next-Policy-Sequence
           MOVE SPACES TO WS-Reference
           STRING "DMV" PC-Next-Policy-Sequence DELIMITED BY SIZE
               INTO WS-Reference
           MOVE "DMVSEQ" TO PC-Control-Key
           REWRITE Policy-Control-Record
               INVALID KEY
                   WRITE Policy-Control-Record
                       INVALID KEY CONTINUE
                   END-WRITE
           END-REWRITE.

       Test-Late-Report.
      *> Late when today is past the effective date by more than the
      *> state allows. A future-dated event (a renewal reported ahead
      *> of its term) is never late.
           MOVE 'N' TO WS-Late-Flag
           IF IV-Effective-Date = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IV-Effective-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE IV-Effective-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE IV-Effective-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Effective-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Days-Since = WS-Today-Days - WS-Effective-Days
           IF WS-Days-Since > WS-Batch-Reporting-Days
               MOVE 'Y' TO WS-Late-Flag
               ADD 1 TO WS-Late-Count
           END-IF.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
