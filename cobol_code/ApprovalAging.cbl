       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalAging.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Daily aging of the supervisor approval queue (APPRAGING.RPT)
      *> - every claim ClaimProcessing parked on CLAIMS.APPROVAL
      *> because its PAY decision was over the assigned adjuster's
      *> authority, one line per claim with the adjuster, the limit
      *> it was over, the payment waiting, and how many days it has
      *> sat since the decision. Claims held past the follow-up
      *> threshold are flagged so a payment the insured was told was
      *> approved does not quietly wait on nobody; the foot gives
      *> counts and amounts by age band.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Approval-Queue-File ASSIGN TO "CLAIMS.APPROVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Queue-Status.
           SELECT Aging-Report-File ASSIGN TO "APPRAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Aging-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Approval-Queue-File.
           COPY CLMAPPRQ.

       FD  Aging-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Approval-Queue-Status    PIC XX.
       01  WS-Aging-Report-Status      PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Last-Claim               PIC X(10) VALUE SPACES.
      *> A held payment older than this many days is flagged for
      *> follow-up.
       01  WS-Follow-Up-Days           PIC 9(3) VALUE 2.
       01  WS-Days-Held                PIC S9(5).
       01  WS-Held-Days                PIC S9(9).
       01  WS-Today-Days               PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Claim-Count              PIC 9(8) COMP VALUE 0.
       01  WS-Overdue-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Band-Index               PIC 9(4) COMP.
      *> Age bands: 0-1, 2-5, 6-10, over 10 days held.
       01  AgeBandTable.
           05  AgeBandRecord OCCURS 4 TIMES.
               10  AB-Claim-Count      PIC 9(8) COMP.
               10  AB-Amount           PIC S9(13)V99.
       01  WS-Total-Amount             PIC S9(13)V99 VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Amount-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Days-Disp                PIC ZZZZ9.
       01  WS-Count-Disp               PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       Begin-Approval-Aging.
           DISPLAY "Starting approval queue aging report..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           PERFORM VARYING WS-Band-Index FROM 1 BY 1
               UNTIL WS-Band-Index > 4
               MOVE 0 TO AB-Claim-Count(WS-Band-Index)
               MOVE 0 TO AB-Amount(WS-Band-Index)
           END-PERFORM

           OPEN OUTPUT Aging-Report-File
           MOVE "SUPERVISOR APPROVAL QUEUE AGING" TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "CLAIM" TO WS-Report-Line(1:10)
           MOVE "POLICY" TO WS-Report-Line(12:10)
           MOVE "ADJUSTER" TO WS-Report-Line(23:8)
           MOVE "AUTH LIMIT" TO WS-Report-Line(38:10)
           MOVE "HELD AMOUNT" TO WS-Report-Line(54:11)
           MOVE "HELD DATE" TO WS-Report-Line(66:10)
           MOVE "DAYS" TO WS-Report-Line(78:4)
           PERFORM Write-Report-Line

      *> A claim's rows were parked together, so a change of claim
      *> number is a new claim - one line each, on its first row.
           OPEN INPUT Approval-Queue-File
           IF WS-Approval-Queue-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Approval-Queue-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND AQ-Claim-Number NOT = WS-Last-Claim
                       MOVE AQ-Claim-Number TO WS-Last-Claim
                       PERFORM Age-One-Claim
                   END-IF
               END-PERFORM
               CLOSE Approval-Queue-File
           END-IF

           PERFORM Write-Aging-Totals
           CLOSE Aging-Report-File
           DISPLAY "Approval queue aging report complete - "
               WS-Claim-Count " claims held, " WS-Overdue-Count
               " past follow-up."
           STOP RUN.

       Age-One-Claim.
           MOVE AQ-Held-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE AQ-Held-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE AQ-Held-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Held-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Days-Held = WS-Today-Days - WS-Held-Days

           EVALUATE TRUE
               WHEN WS-Days-Held <= 1
                   MOVE 1 TO WS-Band-Index
               WHEN WS-Days-Held <= 5
                   MOVE 2 TO WS-Band-Index
               WHEN WS-Days-Held <= 10
                   MOVE 3 TO WS-Band-Index
               WHEN OTHER
                   MOVE 4 TO WS-Band-Index
           END-EVALUATE
           ADD 1 TO AB-Claim-Count(WS-Band-Index)
           ADD AQ-Claim-Amount TO AB-Amount(WS-Band-Index)
           ADD AQ-Claim-Amount TO WS-Total-Amount
           ADD 1 TO WS-Claim-Count

           MOVE SPACES TO WS-Report-Line
           MOVE AQ-Claim-Number TO WS-Report-Line(1:10)
           MOVE AQ-Policy-Number TO WS-Report-Line(12:10)
           IF AQ-Adjuster-Id = SPACES
               MOVE "UNASSIGN" TO WS-Report-Line(23:8)
           ELSE
               MOVE AQ-Adjuster-Id TO WS-Report-Line(23:8)
           END-IF
           MOVE AQ-Authority-Limit TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(32:16)
           MOVE AQ-Claim-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(49:16)
           MOVE AQ-Held-Date TO WS-Report-Line(66:10)
           MOVE WS-Days-Held TO WS-Days-Disp
           MOVE WS-Days-Disp TO WS-Report-Line(77:5)
           IF WS-Days-Held > WS-Follow-Up-Days
               MOVE "** FOLLOW UP **" TO WS-Report-Line(84:15)
               ADD 1 TO WS-Overdue-Count
           END-IF
           PERFORM Write-Report-Line.

       Write-Aging-Totals.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "AGE BAND          CLAIMS            AMOUNT" TO
               WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM VARYING WS-Band-Index FROM 1 BY 1
               UNTIL WS-Band-Index > 4
               MOVE SPACES TO WS-Report-Line
               EVALUATE WS-Band-Index
                   WHEN 1
                       MOVE "0-1 DAYS" TO WS-Report-Line(1:15)
                   WHEN 2
                       MOVE "2-5 DAYS" TO WS-Report-Line(1:15)
                   WHEN 3
                       MOVE "6-10 DAYS" TO WS-Report-Line(1:15)
                   WHEN OTHER
                       MOVE "OVER 10 DAYS" TO WS-Report-Line(1:15)
               END-EVALUATE
               MOVE AB-Claim-Count(WS-Band-Index) TO WS-Count-Disp
               MOVE WS-Count-Disp TO WS-Report-Line(17:8)
               MOVE AB-Amount(WS-Band-Index) TO WS-Amount-Disp
               MOVE WS-Amount-Disp TO WS-Report-Line(27:16)
               PERFORM Write-Report-Line
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           MOVE WS-Claim-Count TO WS-Count-Disp
           MOVE WS-Total-Amount TO WS-Amount-Disp
           STRING "TOTAL HELD: " WS-Count-Disp " CLAIMS, "
                   WS-Amount-Disp DELIMITED BY SIZE
               INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
