       IDENTIFICATION DIVISION.
       PROGRAM-ID. LitigationInventory.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Monthly litigation inventory (LITINV.RPT) off the keyed
      *> CLAIMS.LITIGATION file - every OPEN suit with its policy,
      *> suit date, days in suit, venue, defense firm, next key date
      *> still ahead, and the defense spend ClaimExpense has paid on
      *> it to date. The foot ages the open inventory by time in suit
      *> and totals the legal spend, so claims management sees the
      *> suit count and what it is costing without the spreadsheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLMLITGSEL.
           SELECT Inventory-Report-File ASSIGN TO "LITINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inventory-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Litigation-File.
           COPY CLMLITG.

       FD  Inventory-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Litigation-Status        PIC XX.
       01  WS-Inventory-Report-Status  PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Date-Index               PIC 9(4) COMP.
       01  WS-Band-Index               PIC 9(4) COMP.
       01  WS-Days-In-Suit             PIC S9(9).
       01  WS-Suit-Days                PIC S9(9).
       01  WS-Key-Days                 PIC S9(9).
       01  WS-Next-Key-Days            PIC S9(9).
       01  WS-Next-Key-Date            PIC X(10).
       01  WS-Today-Days               PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Open-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Total-Spend              PIC S9(13)V99 VALUE 0.
      *> Time-in-suit bands: up to 180 days, 181-365, 366-730, and
      *> over two years.
       01  SuitBandTable.
           05  SuitBandRecord OCCURS 4 TIMES.
               10  SB-Suit-Count       PIC 9(8) COMP.
               10  SB-Legal-Spend      PIC S9(13)V99.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Amount-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Days-Disp                PIC ZZZZ9.
       01  WS-Count-Disp               PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       Begin-Litigation-Inventory.
           DISPLAY "Starting litigation inventory report..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           PERFORM VARYING WS-Band-Index FROM 1 BY 1
               UNTIL WS-Band-Index > 4
               MOVE 0 TO SB-Suit-Count(WS-Band-Index)
               MOVE 0 TO SB-Legal-Spend(WS-Band-Index)
           END-PERFORM

           OPEN OUTPUT Inventory-Report-File
           MOVE "LITIGATION INVENTORY - OPEN SUITS" TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "CLAIM" TO WS-Report-Line(1:10)
           MOVE "POLICY" TO WS-Report-Line(12:10)
           MOVE "SUIT DATE" TO WS-Report-Line(23:10)
           MOVE "DAYS" TO WS-Report-Line(35:4)
           MOVE "VENUE" TO WS-Report-Line(40:25)
           MOVE "DEFENSE FIRM" TO WS-Report-Line(66:25)
           MOVE "NEXT DATE" TO WS-Report-Line(92:10)
           MOVE "LEGAL SPEND" TO WS-Report-Line(108:11)
           PERFORM Write-Report-Line

           OPEN INPUT Litigation-File
           IF WS-Litigation-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Litigation-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND LT-Suit-Status = "OPEN"
                       PERFORM Report-One-Suit
                   END-IF
               END-PERFORM
               CLOSE Litigation-File
           END-IF

           PERFORM Write-Inventory-Totals
           CLOSE Inventory-Report-File
           DISPLAY "Litigation inventory complete - " WS-Open-Count
               " open suits."
           STOP RUN.

       Report-One-Suit.
           MOVE LT-Suit-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE LT-Suit-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE LT-Suit-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Suit-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Days-In-Suit = WS-Today-Days - WS-Suit-Days

           EVALUATE TRUE
               WHEN WS-Days-In-Suit <= 180
                   MOVE 1 TO WS-Band-Index
               WHEN WS-Days-In-Suit <= 365
                   MOVE 2 TO WS-Band-Index
               WHEN WS-Days-In-Suit <= 730
                   MOVE 3 TO WS-Band-Index
               WHEN OTHER
                   MOVE 4 TO WS-Band-Index
           END-EVALUATE
           ADD 1 TO SB-Suit-Count(WS-Band-Index)
           ADD LT-Legal-Spend TO SB-Legal-Spend(WS-Band-Index)
           ADD LT-Legal-Spend TO WS-Total-Spend
           ADD 1 TO WS-Open-Count

           PERFORM Find-Next-Key-Date

           MOVE SPACES TO WS-Report-Line
           MOVE LT-Claim-Number TO WS-Report-Line(1:10)
           MOVE LT-Policy-Number TO WS-Report-Line(12:10)
           MOVE LT-Suit-Date TO WS-Report-Line(23:10)
           MOVE WS-Days-In-Suit TO WS-Days-Disp
           MOVE WS-Days-Disp TO WS-Report-Line(34:5)
           MOVE LT-Venue TO WS-Report-Line(40:25)
           MOVE LT-Defense-Firm TO WS-Report-Line(66:25)
           MOVE WS-Next-Key-Date TO WS-Report-Line(92:10)
           MOVE LT-Legal-Spend TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(103:16)
           PERFORM Write-Report-Line.

       Find-Next-Key-Date.
      *> The earliest key date still today or ahead - what the file
      *> is working toward next.
           MOVE SPACES TO WS-Next-Key-Date
           MOVE 0 TO WS-Next-Key-Days
           PERFORM VARYING WS-Date-Index FROM 1 BY 1
               UNTIL WS-Date-Index > LT-Key-Date-Count
               MOVE LT-Key-Date(WS-Date-Index)(7:4) TO
                   WS-Work-YYYYMMDD(1:4)
               MOVE LT-Key-Date(WS-Date-Index)(1:2) TO
                   WS-Work-YYYYMMDD(5:2)
               MOVE LT-Key-Date(WS-Date-Index)(4:2) TO
                   WS-Work-YYYYMMDD(7:2)
               COMPUTE WS-Key-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
               IF WS-Key-Days >= WS-Today-Days
                   AND (WS-Next-Key-Days = 0
                       OR WS-Key-Days < WS-Next-Key-Days)
                   MOVE WS-Key-Days TO WS-Next-Key-Days
                   MOVE LT-Key-Date(WS-Date-Index) TO
                       WS-Next-Key-Date
               END-IF
           END-PERFORM.

       Write-Inventory-Totals.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "TIME IN SUIT" TO WS-Report-Line(1:15)
           MOVE "SUITS" TO WS-Report-Line(20:5)
           MOVE "LEGAL SPEND" TO WS-Report-Line(32:11)
           PERFORM Write-Report-Line
           PERFORM VARYING WS-Band-Index FROM 1 BY 1
               UNTIL WS-Band-Index > 4
               MOVE SPACES TO WS-Report-Line
               EVALUATE WS-Band-Index
                   WHEN 1
                       MOVE "0-180 DAYS" TO WS-Report-Line(1:15)
                   WHEN 2
                       MOVE "181-365 DAYS" TO WS-Report-Line(1:15)
                   WHEN 3
                       MOVE "1-2 YEARS" TO WS-Report-Line(1:15)
                   WHEN OTHER
                       MOVE "OVER 2 YEARS" TO WS-Report-Line(1:15)
               END-EVALUATE
               MOVE SB-Suit-Count(WS-Band-Index) TO WS-Count-Disp
               MOVE WS-Count-Disp TO WS-Report-Line(17:8)
               MOVE SB-Legal-Spend(WS-Band-Index) TO WS-Amount-Disp
               MOVE WS-Amount-Disp TO WS-Report-Line(27:16)
               PERFORM Write-Report-Line
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           MOVE WS-Open-Count TO WS-Count-Disp
           MOVE WS-Total-Spend TO WS-Amount-Disp
           STRING "OPEN SUITS: " WS-Count-Disp
                   "   LEGAL SPEND TO DATE: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
