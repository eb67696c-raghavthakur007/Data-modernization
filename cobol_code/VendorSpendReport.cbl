       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorSpendReport.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Annual loss-adjustment vendor spend (VENDSPND.RPT) by vendor
      *> type and vendor, for claims management's panel reviews. Spend
      *> is what was issued to each VENDOR.MASTER vendor during the
      *> year off the permanent PAYMENT.ISSUED register (VOID items
      *> never count) - the same items and the same year the 1099
      *> rollup in YearEndTaxExtract uses, so the two agree. The year
      *> comes from the TAXRPT.CONTROL card, current year when there
      *> is none. Items naming a vendor id no longer on the master
      *> print under type UNKNOWN rather than dropping out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAYISSEL.
           COPY VENDMSSEL.
           SELECT Tax-Control-File ASSIGN TO "TAXRPT.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tax-Control-Status.
           SELECT Spend-Report-File ASSIGN TO "VENDSPND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Spend-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Payment-Issued-File.
           COPY PAYISSUE.

       FD  Vendor-Master-File.
           COPY VENDMSREC.

       FD  Tax-Control-File.
       01  Tax-Control-Record.
           05  TX-Reporting-Year      PIC 9(4).
           05  TX-Threshold-Amount    PIC 9(9)V99.

       FD  Spend-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Payment-Issued-Status    PIC XX.
       01  WS-Vendor-Master-Status     PIC XX.
       01  WS-Tax-Control-Status       PIC XX.
       01  WS-Spend-Report-Status      PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Matched-Index            PIC 9(8) COMP.
       01  WS-Type-Index               PIC 9(4) COMP.
       01  WS-Type-Count               PIC 9(8) COMP.
       01  WS-Type-Spend               PIC S9(13)V99.
       01  WS-Total-Spend              PIC S9(13)V99 VALUE 0.
       01  WS-Total-Count              PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Amount-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Count-Disp               PIC ZZZZZZZ9.

      *> One slot per vendor - the whole master, then any vendor id
      *> met on the register that the master no longer carries.
       01  VendorSpend.
           05  Vendor-Spend-Count      PIC 9(8) COMP.
           05  VendorSpendRecord OCCURS 1 TO 20000 TIMES
                   DEPENDING ON Vendor-Spend-Count
                   INDEXED BY VendorSpendIdx.
               10  VS-Vendor-Id            PIC X(8).
               10  VS-Legal-Name           PIC X(50).
               10  VS-Vendor-Type          PIC X(10).
               10  VS-Vendor-Status        PIC X(8).
               10  VS-Item-Count           PIC 9(8) COMP.
               10  VS-Spend                PIC S9(13)V99.
      *> Distinct vendor types, in the order first met.
       01  VendorTypes.
           05  Vendor-Type-Count       PIC 9(4) COMP.
           05  VT-Vendor-Type OCCURS 1 TO 50 TIMES
                   DEPENDING ON Vendor-Type-Count
                                       PIC X(10).

       PROCEDURE DIVISION.
       Begin-Vendor-Spend-Report.
           DISPLAY "Starting vendor spend report..."
           PERFORM Load-Tax-Control
           PERFORM Load-Vendor-Master
           PERFORM Accumulate-Issued-Items
           PERFORM Write-Spend-Report
           DISPLAY "Vendor spend report complete - "
               Vendor-Spend-Count " vendors."
           STOP RUN.

       Load-Tax-Control.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE WS-Current-Year TO TX-Reporting-Year
           OPEN INPUT Tax-Control-File
           IF WS-Tax-Control-Status = "00"
               READ Tax-Control-File
                   AT END CONTINUE
               END-READ
               CLOSE Tax-Control-File
           END-IF.

       Load-Vendor-Master.
           MOVE 0 TO Vendor-Spend-Count
           OPEN INPUT Vendor-Master-File
           IF WS-Vendor-Master-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Vendor-Master-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND Vendor-Spend-Count < 20000
                       ADD 1 TO Vendor-Spend-Count
                       MOVE Vendor-Spend-Count TO WS-Matched-Index
                       MOVE VM-Vendor-Id TO
                           VS-Vendor-Id(WS-Matched-Index)
                       MOVE VM-Legal-Name TO
                           VS-Legal-Name(WS-Matched-Index)
                       MOVE VM-Vendor-Type TO
                           VS-Vendor-Type(WS-Matched-Index)
                       MOVE VM-Vendor-Status TO
                           VS-Vendor-Status(WS-Matched-Index)
                       MOVE 0 TO VS-Item-Count(WS-Matched-Index)
                       MOVE 0 TO VS-Spend(WS-Matched-Index)
                   END-IF
               END-PERFORM
               CLOSE Vendor-Master-File
           END-IF.

       Accumulate-Issued-Items.
           OPEN INPUT Payment-Issued-File
           IF WS-Payment-Issued-Status NOT = "00"
               DISPLAY "VendorSpendReport: no PAYMENT.ISSUED register"
           ELSE
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Payment-Issued-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       AND PI-Vendor-Id NOT = SPACES
                       AND PI-Item-Status NOT = "VOID"
                       AND PI-Issue-Date(7:4) = TX-Reporting-Year
                       PERFORM Add-One-Vendor-Item
                   END-IF
               END-PERFORM
               CLOSE Payment-Issued-File
           END-IF.

       Add-One-Vendor-Item.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Vendor-Spend-Count
               IF VS-Vendor-Id(WS-Scan-Index) = PI-Vendor-Id
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index = 0
               AND Vendor-Spend-Count < 20000
               ADD 1 TO Vendor-Spend-Count
               MOVE Vendor-Spend-Count TO WS-Matched-Index
               MOVE PI-Vendor-Id TO VS-Vendor-Id(WS-Matched-Index)
               MOVE PI-Payee TO VS-Legal-Name(WS-Matched-Index)
               MOVE "UNKNOWN" TO VS-Vendor-Type(WS-Matched-Index)
               MOVE SPACES TO VS-Vendor-Status(WS-Matched-Index)
               MOVE 0 TO VS-Item-Count(WS-Matched-Index)
               MOVE 0 TO VS-Spend(WS-Matched-Index)
           END-IF
           IF WS-Matched-Index > 0
               ADD 1 TO VS-Item-Count(WS-Matched-Index)
               ADD PI-Payment-Amount TO VS-Spend(WS-Matched-Index)
           END-IF.

       Write-Spend-Report.
           OPEN OUTPUT Spend-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "VENDOR SPEND BY TYPE - YEAR " TX-Reporting-Year
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

      *> Collect the types that actually had spend, then print one
      *> section per type.
           MOVE 0 TO Vendor-Type-Count
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Vendor-Spend-Count
               IF VS-Item-Count(WS-Scan-Index) > 0
                   PERFORM Note-Vendor-Type
               END-IF
           END-PERFORM

           PERFORM VARYING WS-Type-Index FROM 1 BY 1
               UNTIL WS-Type-Index > Vendor-Type-Count
               PERFORM Write-Type-Section
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Total-Count TO WS-Count-Disp
           MOVE WS-Total-Spend TO WS-Amount-Disp
           STRING "ALL VENDORS - ITEMS: " WS-Count-Disp
                   "   SPEND: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Spend-Report-File.

       Note-Vendor-Type.
           PERFORM VARYING WS-Type-Index FROM 1 BY 1
               UNTIL WS-Type-Index > Vendor-Type-Count
               IF VT-Vendor-Type(WS-Type-Index) =
                       VS-Vendor-Type(WS-Scan-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Type-Index > Vendor-Type-Count
               AND Vendor-Type-Count < 50
               ADD 1 TO Vendor-Type-Count
               MOVE VS-Vendor-Type(WS-Scan-Index) TO
                   VT-Vendor-Type(Vendor-Type-Count)
           END-IF.

       Write-Type-Section.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "VENDOR TYPE: " VT-Vendor-Type(WS-Type-Index)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "VENDOR" TO WS-Report-Line(1:8)
           MOVE "LEGAL NAME" TO WS-Report-Line(11:50)
           MOVE "STATUS" TO WS-Report-Line(63:8)
           MOVE "ITEMS" TO WS-Report-Line(76:5)
           MOVE "SPEND" TO WS-Report-Line(95:5)
           PERFORM Write-Report-Line

           MOVE 0 TO WS-Type-Count
           MOVE 0 TO WS-Type-Spend
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Vendor-Spend-Count
               IF VS-Item-Count(WS-Scan-Index) > 0
                   AND VS-Vendor-Type(WS-Scan-Index) =
                       VT-Vendor-Type(WS-Type-Index)
                   PERFORM Write-Vendor-Line
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           MOVE WS-Type-Count TO WS-Count-Disp
           MOVE WS-Type-Spend TO WS-Amount-Disp
           STRING "  TYPE TOTAL - ITEMS: " WS-Count-Disp
                   "   SPEND: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Vendor-Line.
           MOVE SPACES TO WS-Report-Line
           MOVE VS-Vendor-Id(WS-Scan-Index) TO WS-Report-Line(1:8)
           MOVE VS-Legal-Name(WS-Scan-Index) TO WS-Report-Line(11:50)
           MOVE VS-Vendor-Status(WS-Scan-Index) TO
               WS-Report-Line(63:8)
           MOVE VS-Item-Count(WS-Scan-Index) TO WS-Count-Disp
           MOVE WS-Count-Disp TO WS-Report-Line(73:8)
           MOVE VS-Spend(WS-Scan-Index) TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(84:16)
           PERFORM Write-Report-Line
           ADD VS-Item-Count(WS-Scan-Index) TO WS-Type-Count
           ADD VS-Spend(WS-Scan-Index) TO WS-Type-Spend
           ADD VS-Item-Count(WS-Scan-Index) TO WS-Total-Count
           ADD VS-Spend(WS-Scan-Index) TO WS-Total-Spend.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
