       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoverableAging.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Reinsurance recoverable aging (REINSAGING.RPT) off the keyed
      *> REINS.RECOVERABLE ledger ReinsuranceCashReceipt keeps. Every
      *> bill with money still owed is listed with its reinsurer,
      *> billing date, days since billing and outstanding balance,
      *> bills 90 days or more past billing flagged OVERDUE. The foot
      *> ages the outstanding balance by reinsurer into current, 30,
      *> 60 and 90+ day bands and shows how much of it is in dispute,
      *> so the reinsurance desk knows whom to chase.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RINSLDGSEL.
           SELECT Aging-Report-File ASSIGN TO "REINSAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Aging-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Reins-Recoverable-File.
           COPY RINSLDG.

       FD  Aging-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Reins-Recoverable-Status PIC XX.
       01  WS-Aging-Report-Status      PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Band-Index               PIC 9(4) COMP.
       01  WS-Reinsurer-Index          PIC 9(4) COMP.
       01  WS-Slot-Index               PIC 9(4) COMP.
       01  WS-Reinsurer-Count          PIC 9(4) COMP VALUE 0.
       01  WS-Days-Past-Billing        PIC S9(9).
       01  WS-Billing-Days             PIC S9(9).
       01  WS-Today-Days               PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Outstanding              PIC 9(9)V99.
       01  WS-Open-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Total-Outstanding        PIC 9(13)V99 VALUE 0.
       01  WS-Total-Disputed           PIC 9(13)V99 VALUE 0.
      *> Aging bands: current (under 30 days), 30-59, 60-89, 90+.
       01  GrandBandTable.
           05  GB-Band-Amount OCCURS 4 TIMES PIC 9(13)V99.
       01  ReinsurerAgingTable.
           05  ReinsurerAgingRecord OCCURS 100 TIMES.
               10  RA-Reinsurer-Id     PIC X(8).
               10  RA-Band-Amount OCCURS 4 TIMES PIC 9(13)V99.
               10  RA-Disputed-Amount  PIC 9(13)V99.
               10  RA-Total-Amount     PIC 9(13)V99.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Amount-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Band-Disp                PIC ZZZZZZZZZZ9.99.
       01  WS-Days-Disp                PIC ZZZZ9.
       01  WS-Count-Disp               PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       Begin-Recoverable-Aging.
           DISPLAY "Starting reinsurance recoverable aging report..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           PERFORM VARYING WS-Band-Index FROM 1 BY 1
               UNTIL WS-Band-Index > 4
               MOVE 0 TO GB-Band-Amount(WS-Band-Index)
           END-PERFORM

           OPEN OUTPUT Aging-Report-File
           MOVE "REINSURANCE RECOVERABLE AGING - OUTSTANDING BILLINGS"
               TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "CLAIM" TO WS-Report-Line(1:10)
           MOVE "REINSURER" TO WS-Report-Line(12:9)
           MOVE "TREATY/FAC" TO WS-Report-Line(22:10)
           MOVE "BILLED" TO WS-Report-Line(33:10)
           MOVE "DAYS" TO WS-Report-Line(45:4)
           MOVE "BILLED AMOUNT" TO WS-Report-Line(53:13)
           MOVE "OUTSTANDING" TO WS-Report-Line(72:11)
           MOVE "STATUS" TO WS-Report-Line(85:8)
           MOVE "CO" TO WS-Report-Line(104:2)
           PERFORM Write-Report-Line

           OPEN INPUT Reins-Recoverable-File
           IF WS-Reins-Recoverable-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Reins-Recoverable-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND RL-Billed-Amount > RL-Paid-To-Date
                       PERFORM Report-One-Recoverable
                   END-IF
               END-PERFORM
               CLOSE Reins-Recoverable-File
           END-IF

           PERFORM Write-Reinsurer-Aging
           CLOSE Aging-Report-File
           DISPLAY "Recoverable aging complete - " WS-Open-Count
               " outstanding billings."
           STOP RUN.

       Report-One-Recoverable.
           COMPUTE WS-Outstanding = RL-Billed-Amount - RL-Paid-To-Date
           MOVE RL-Billing-YYYYMMDD TO WS-Work-YYYYMMDD
           COMPUTE WS-Billing-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Days-Past-Billing =
               WS-Today-Days - WS-Billing-Days

           EVALUATE TRUE
               WHEN WS-Days-Past-Billing < 30
                   MOVE 1 TO WS-Band-Index
               WHEN WS-Days-Past-Billing < 60
                   MOVE 2 TO WS-Band-Index
               WHEN WS-Days-Past-Billing < 90
                   MOVE 3 TO WS-Band-Index
               WHEN OTHER
                   MOVE 4 TO WS-Band-Index
           END-EVALUATE

           PERFORM Find-Reinsurer-Row
           IF WS-Reinsurer-Index > 0
               ADD WS-Outstanding TO
                   RA-Band-Amount(WS-Reinsurer-Index, WS-Band-Index)
               ADD WS-Outstanding TO RA-Total-Amount(WS-Reinsurer-Index)
               IF RL-Status = "DISPUTED"
                   ADD WS-Outstanding TO
                       RA-Disputed-Amount(WS-Reinsurer-Index)
               END-IF
           END-IF
           ADD WS-Outstanding TO GB-Band-Amount(WS-Band-Index)
           ADD WS-Outstanding TO WS-Total-Outstanding
           IF RL-Status = "DISPUTED"
               ADD WS-Outstanding TO WS-Total-Disputed
           END-IF
           ADD 1 TO WS-Open-Count

           MOVE SPACES TO WS-Report-Line
           MOVE RL-Claim-Number TO WS-Report-Line(1:10)
           MOVE RL-Reinsurer-Id TO WS-Report-Line(12:8)
           IF RL-Fac-Certificate-Id NOT = SPACES
               MOVE RL-Fac-Certificate-Id TO WS-Report-Line(22:10)
           ELSE
               MOVE RL-Treaty-Id TO WS-Report-Line(22:10)
           END-IF
           MOVE RL-Billing-Date TO WS-Report-Line(33:10)
           MOVE WS-Days-Past-Billing TO WS-Days-Disp
           MOVE WS-Days-Disp TO WS-Report-Line(44:5)
           MOVE RL-Billed-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(50:16)
           MOVE WS-Outstanding TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(67:16)
           MOVE RL-Status TO WS-Report-Line(85:10)
           IF WS-Band-Index = 4
               MOVE "OVERDUE" TO WS-Report-Line(96:7)
           END-IF
           IF RL-Company-Code = SPACES
               MOVE "01" TO WS-Report-Line(104:2)
           ELSE
               MOVE RL-Company-Code TO WS-Report-Line(104:2)
           END-IF
           PERFORM Write-Report-Line.

       Find-Reinsurer-Row.
      *> One totals row per reinsurer, in the order first seen. XOL
      *> recoveries carry no reinsurer and total under a blank id.
           MOVE 0 TO WS-Reinsurer-Index
           PERFORM VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Reinsurer-Count
               OR WS-Reinsurer-Index > 0
               IF RA-Reinsurer-Id(WS-Slot-Index) = RL-Reinsurer-Id
                   MOVE WS-Slot-Index TO WS-Reinsurer-Index
               END-IF
           END-PERFORM
           IF WS-Reinsurer-Index = 0
               AND WS-Reinsurer-Count < 100
               ADD 1 TO WS-Reinsurer-Count
               MOVE WS-Reinsurer-Count TO WS-Reinsurer-Index
               MOVE RL-Reinsurer-Id TO
                   RA-Reinsurer-Id(WS-Reinsurer-Index)
               MOVE 0 TO RA-Disputed-Amount(WS-Reinsurer-Index)
               MOVE 0 TO RA-Total-Amount(WS-Reinsurer-Index)
               PERFORM VARYING WS-Slot-Index FROM 1 BY 1
                   UNTIL WS-Slot-Index > 4
                   MOVE 0 TO
                       RA-Band-Amount(WS-Reinsurer-Index, WS-Slot-Index)
               END-PERFORM
           END-IF.

       Write-Reinsurer-Aging.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "REINSURER" TO WS-Report-Line(1:9)
           MOVE "CURRENT" TO WS-Report-Line(17:7)
           MOVE "30-59 DAYS" TO WS-Report-Line(31:10)
           MOVE "60-89 DAYS" TO WS-Report-Line(46:10)
           MOVE "90+ DAYS" TO WS-Report-Line(63:8)
           MOVE "DISPUTED" TO WS-Report-Line(78:8)
           MOVE "OUTSTANDING" TO WS-Report-Line(92:11)
           PERFORM Write-Report-Line
           PERFORM VARYING WS-Reinsurer-Index FROM 1 BY 1
               UNTIL WS-Reinsurer-Index > WS-Reinsurer-Count
               MOVE SPACES TO WS-Report-Line
               IF RA-Reinsurer-Id(WS-Reinsurer-Index) = SPACES
                   MOVE "CAT XOL" TO WS-Report-Line(1:8)
               ELSE
                   MOVE RA-Reinsurer-Id(WS-Reinsurer-Index) TO
                       WS-Report-Line(1:8)
               END-IF
               PERFORM VARYING WS-Band-Index FROM 1 BY 1
                   UNTIL WS-Band-Index > 4
                   MOVE RA-Band-Amount(WS-Reinsurer-Index,
                       WS-Band-Index) TO WS-Band-Disp
                   MOVE WS-Band-Disp TO
                       WS-Report-Line(WS-Band-Index * 15 - 3:14)
               END-PERFORM
               MOVE RA-Disputed-Amount(WS-Reinsurer-Index) TO
                   WS-Band-Disp
               MOVE WS-Band-Disp TO WS-Report-Line(72:14)
               MOVE RA-Total-Amount(WS-Reinsurer-Index) TO
                   WS-Amount-Disp
               MOVE WS-Amount-Disp TO WS-Report-Line(87:16)
               PERFORM Write-Report-Line
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           MOVE "ALL" TO WS-Report-Line(1:8)
           PERFORM VARYING WS-Band-Index FROM 1 BY 1
               UNTIL WS-Band-Index > 4
               MOVE GB-Band-Amount(WS-Band-Index) TO WS-Band-Disp
               MOVE WS-Band-Disp TO
                   WS-Report-Line(WS-Band-Index * 15 - 3:14)
           END-PERFORM
           MOVE WS-Total-Disputed TO WS-Band-Disp
           MOVE WS-Band-Disp TO WS-Report-Line(72:14)
           MOVE WS-Total-Outstanding TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(87:16)
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           MOVE WS-Open-Count TO WS-Count-Disp
           MOVE WS-Total-Outstanding TO WS-Amount-Disp
           STRING "OUTSTANDING BILLINGS: " WS-Count-Disp
                   "   TOTAL RECOVERABLE: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
