      *> rated, so a zero premium prints as TO BE RATED rather than
      *> $0.00. Output appends to DECPAGE.PRINT, formatted for mailing
      *> the way WriteReport formats the summary report, not a raw
      *> field dump. Car policies also list each driver with the
      *> motor-vehicle-record points and surcharge CalculatePremium
      *> rated for the term, shown apart from the premium so the
      *> insured can see what their driving record costs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Dec-Page-File ASSIGN TO "DECPAGE.PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dec-Page-Status.
           SELECT Driver-Surcharge-File ASSIGN TO "DRIVER.SURCHARGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Surcharge-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Dec-Page-File.
       01  Report-Line-Record        PIC X(132).

       FD  Driver-Surcharge-File.
           COPY DRVSURD.

       WORKING-STORAGE SECTION.
       01  WS-Dec-Page-Status        PIC XX.
      *> Document registration fields for the shared Correspondence
       01  WS-Deductible-Disp        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Premium-Disp           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Vehicle-Value-Disp     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Driver-Surcharge-Status PIC XX.
       01  WS-End-Of-Surcharges      PIC X.
       01  WS-Driver-Index           PIC 9(8) COMP.
       01  WS-Surcharge-Disp         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Points-Disp            PIC ZZ9.
       01  WS-Surcharge-Total        PIC 9(9)V99.
      *> The term's rated points and surcharge per listed driver, in
      *> Driver-Schedule order. The nightly rating appends a fresh row
      *> each run, so the last row read for a driver is the current
      *> one.
       01  WS-Driver-Rated-Table.
           05  WS-Driver-Rated OCCURS 10 TIMES.
               10  WS-Rated-Flag         PIC X.
               10  WS-Rated-Points       PIC 9(3).
               10  WS-Rated-Surcharge    PIC 9(9)V99.

       LINKAGE SECTION.
       COPY POLMSREC REPLACING Policy-Master-Record BY PolicyRecord.
               END-PERFORM
           END-IF

           IF Policy-Type OF PolicyRecord = "CAR_INSURANCE"
               AND Driver-Count OF PolicyRecord > 0
               PERFORM Write-Driver-Surcharges
           END-IF

           MOVE SPACES TO WS-Report-Line
           STRING "============================================"
                   "================"
           CLOSE Dec-Page-File
           EXIT PROGRAM.

       Write-Driver-Surcharges.
           PERFORM Load-Driver-Surcharges
           MOVE 0 TO WS-Surcharge-Total
           MOVE SPACES TO WS-Report-Line
           STRING "LISTED DRIVERS:"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Dec-Line
           PERFORM VARYING WS-Driver-Index FROM 1 BY 1
               UNTIL WS-Driver-Index > Driver-Count OF PolicyRecord
               MOVE SPACES TO WS-Report-Line
               IF WS-Rated-Flag(WS-Driver-Index) = 'Y'
                   MOVE WS-Rated-Points(WS-Driver-Index) TO
                       WS-Points-Disp
                   MOVE WS-Rated-Surcharge(WS-Driver-Index) TO
                       WS-Surcharge-Disp
                   ADD WS-Rated-Surcharge(WS-Driver-Index) TO
                       WS-Surcharge-Total
                   STRING "  " DR-Name OF
                           PolicyRecord(WS-Driver-Index)(1:30)
                           "  MVR POINTS " WS-Points-Disp
                           "  SURCHARGE " WS-Surcharge-Disp
                       DELIMITED BY SIZE INTO WS-Report-Line
               ELSE
                   IF Policy-Premium OF PolicyRecord > 0
                       STRING "  " DR-Name OF
                               PolicyRecord(WS-Driver-Index)(1:30)
                               "  NO DRIVER RECORD SURCHARGE"
                           DELIMITED BY SIZE INTO WS-Report-Line
                   ELSE
                       STRING "  " DR-Name OF
                               PolicyRecord(WS-Driver-Index)(1:30)
                               "  DRIVER RECORD SURCHARGE TO BE RATED"
                           DELIMITED BY SIZE INTO WS-Report-Line
                   END-IF
               END-IF
               PERFORM Write-Dec-Line
           END-PERFORM
           IF WS-Surcharge-Total > 0
               MOVE WS-Surcharge-Total TO WS-Surcharge-Disp
               MOVE SPACES TO WS-Report-Line
               STRING "DRIVER RECORD SURCHARGE: " WS-Surcharge-Disp
                       "  (INCLUDED IN ANNUAL PREMIUM)"
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Dec-Line
           END-IF.

       Load-Driver-Surcharges.
           PERFORM VARYING WS-Driver-Index FROM 1 BY 1
               UNTIL WS-Driver-Index > 10
               MOVE 'N' TO WS-Rated-Flag(WS-Driver-Index)
               MOVE 0 TO WS-Rated-Points(WS-Driver-Index)
               MOVE 0 TO WS-Rated-Surcharge(WS-Driver-Index)
           END-PERFORM
           OPEN INPUT Driver-Surcharge-File
           IF WS-Driver-Surcharge-Status = "00"
               MOVE 'N' TO WS-End-Of-Surcharges
               PERFORM UNTIL WS-End-Of-Surcharges = 'Y'
                   READ Driver-Surcharge-File
                       AT END MOVE 'Y' TO WS-End-Of-Surcharges
                   END-READ
                   IF WS-End-Of-Surcharges = 'N'
                       AND DS-Policy-Number =
                           Policy-Number OF PolicyRecord
                       AND DS-Effective-Date =
                           Policy-Effective-Date OF PolicyRecord
                       PERFORM Match-Surcharge-To-Driver
                   END-IF
               END-PERFORM
               CLOSE Driver-Surcharge-File
           END-IF.

       Match-Surcharge-To-Driver.
           PERFORM VARYING WS-Driver-Index FROM 1 BY 1
               UNTIL WS-Driver-Index > Driver-Count OF PolicyRecord
               IF DR-License-Number OF PolicyRecord(WS-Driver-Index) =
                       DS-License-Number
                   MOVE 'Y' TO WS-Rated-Flag(WS-Driver-Index)
                   MOVE DS-Points TO WS-Rated-Points(WS-Driver-Index)
                   MOVE DS-Surcharge-Amount TO
                       WS-Rated-Surcharge(WS-Driver-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Register-Dec-Page.
           MOVE "DECPAGE" TO WS-Doc-Letter-Type
           MOVE Customer-Id OF PolicyRecord TO WS-Doc-Customer-Id
