      *> management can see what the open claims inventory is expected
      *> to cost, the same report shape LossRatioReport gives the paid
      *> side. Run standalone whenever an outstanding-loss position is
      *> needed. The recoverable depreciation still held on OPEN
      *> CLAIMS.HOLDBACK rows (HOME claims paid at actual cash value)
      *> is owed too, so it is shown by line beneath the case
      *> reserves and counted in the overall outstanding total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLMRSVSEL.
           COPY CLMHOLDBSEL.
           SELECT Reserve-Report-File ASSIGN TO "RESERVE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reserve-Report-Status.
       FD  Claims-Reserve-File.
           COPY CLMRSV.

       FD  Claims-Holdback-File.
           COPY CLMHOLDB.

       FD  Reserve-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Claims-Reserve-Status     PIC XX.
       01  WS-Reserve-Report-Status     PIC XX.
       01  WS-Claims-Holdback-Status    PIC XX.
       01  WS-End-Of-Holdbacks          PIC X VALUE 'N'.
       01  WS-Holdback-Balance          PIC 9(9)V99.
       01  WS-Report-Line               PIC X(132).
       01  WS-End-Of-Reserves           PIC X VALUE 'N'.
       01  WS-Current-Date.
       01  HI-Open-Reserve     PIC 9(11)V99 VALUE 0.
       01  LI-Open-Reserve     PIC 9(11)V99 VALUE 0.
       01  Total-Open-Reserve  PIC 9(11)V99 VALUE 0.
       01  CI-Holdback-Count   PIC 9(5) VALUE 0.
       01  HI-Holdback-Count   PIC 9(5) VALUE 0.
       01  LI-Holdback-Count   PIC 9(5) VALUE 0.
       01  Total-Holdback-Count PIC 9(5) VALUE 0.
       01  CI-Holdback-Balance PIC 9(11)V99 VALUE 0.
       01  HI-Holdback-Balance PIC 9(11)V99 VALUE 0.
       01  LI-Holdback-Balance PIC 9(11)V99 VALUE 0.
       01  Total-Holdback-Balance PIC 9(11)V99 VALUE 0.
       01  Total-Outstanding   PIC 9(11)V99 VALUE 0.

      *> STRING requires DISPLAY usage and does not reproduce an
      *> implied decimal point, so every money figure is mirrored into
       01  WS-HI-Reserve-Disp     PIC ZZZZZZZZZZ9.99.
       01  WS-LI-Reserve-Disp     PIC ZZZZZZZZZZ9.99.
       01  WS-Total-Reserve-Disp  PIC ZZZZZZZZZZ9.99.
       01  WS-CI-Holdback-Disp    PIC ZZZZZZZZZZ9.99.
       01  WS-HI-Holdback-Disp    PIC ZZZZZZZZZZ9.99.
       01  WS-LI-Holdback-Disp    PIC ZZZZZZZZZZ9.99.
       01  WS-Total-Holdback-Disp PIC ZZZZZZZZZZ9.99.
       01  WS-Outstanding-Disp    PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       Begin-Reserve-Report.
               DELIMITED BY SIZE INTO WS-Run-Date

           PERFORM Accumulate-Open-Reserves
           PERFORM Accumulate-Open-Holdbacks
           PERFORM Write-Reserve-Report
           STOP RUN.

               CLOSE Claims-Reserve-File
           END-IF.

       Accumulate-Open-Holdbacks.
      *> What is still held on an OPEN row is the holdback less
      *> whatever HoldbackRelease has already paid out of it.
           OPEN INPUT Claims-Holdback-File
           IF WS-Claims-Holdback-Status = "00"
               MOVE 'N' TO WS-End-Of-Holdbacks
               PERFORM UNTIL WS-End-Of-Holdbacks = 'Y'
                   READ Claims-Holdback-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-Holdbacks
                   END-READ
                   IF WS-End-Of-Holdbacks = 'N'
                       AND HB-Holdback-Status = "OPEN"
                       COMPUTE WS-Holdback-Balance =
                           HB-Holdback-Amount - HB-Released-Amount
                       EVALUATE HB-Policy-Type
                           WHEN "CAR_INSURANCE"
                               ADD 1 TO CI-Holdback-Count
                               ADD WS-Holdback-Balance TO
                                   CI-Holdback-Balance
                           WHEN "HOME_INSURANCE"
                               ADD 1 TO HI-Holdback-Count
                               ADD WS-Holdback-Balance TO
                                   HI-Holdback-Balance
                           WHEN "LIFE_INSURANCE"
                               ADD 1 TO LI-Holdback-Count
                               ADD WS-Holdback-Balance TO
                                   LI-Holdback-Balance
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       ADD 1 TO Total-Holdback-Count
                       ADD WS-Holdback-Balance TO
                           Total-Holdback-Balance
                   END-IF
               END-PERFORM
               CLOSE Claims-Holdback-File
           END-IF.

       Write-Reserve-Report.
           MOVE CI-Open-Reserve TO WS-CI-Reserve-Disp
           MOVE HI-Open-Reserve TO WS-HI-Reserve-Disp
           MOVE LI-Open-Reserve TO WS-LI-Reserve-Disp
           MOVE Total-Open-Reserve TO WS-Total-Reserve-Disp
           MOVE CI-Holdback-Balance TO WS-CI-Holdback-Disp
           MOVE HI-Holdback-Balance TO WS-HI-Holdback-Disp
           MOVE LI-Holdback-Balance TO WS-LI-Holdback-Disp
           MOVE Total-Holdback-Balance TO WS-Total-Holdback-Disp
           COMPUTE Total-Outstanding =
               Total-Open-Reserve + Total-Holdback-Balance
           MOVE Total-Outstanding TO WS-Outstanding-Disp

           OPEN OUTPUT Reserve-Report-File

           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO Report-Line-Record
           WRITE Report-Line-Record
           MOVE SPACES TO WS-Report-Line
           STRING "RECOVERABLE DEPRECIATION HELD (ACV PAID, AWAITING "
                   "REPAIR)" DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO WS-Report-Line
           STRING "POLICY TYPE     OPEN CLAIMS   HELD DEPRECIATION"
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO WS-Report-Line
           STRING "CAR_INSURANCE   " CI-Holdback-Count "         "
                   WS-CI-Holdback-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO WS-Report-Line
           STRING "HOME_INSURANCE  " HI-Holdback-Count "         "
                   WS-HI-Holdback-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO WS-Report-Line
           STRING "LIFE_INSURANCE  " LI-Holdback-Count "         "
                   WS-LI-Holdback-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO WS-Report-Line
           STRING "OVERALL         " Total-Holdback-Count "         "
                   WS-Total-Holdback-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           MOVE SPACES TO Report-Line-Record
           WRITE Report-Line-Record
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL INCL HOLDBACK           "
                   WS-Outstanding-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record

           CLOSE Reserve-Report-File.
