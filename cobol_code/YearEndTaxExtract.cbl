      *> TAXRPT.CONTROL card, the same control-card convention
      *> RUN.CONTROL uses; a missing card defaults to the current
      *> year. VOID items never count; everything else was money the
      *> payee was issued. ALAE vendor items roll up by their
      *> VENDOR.MASTER id (PI-Vendor-Id) and report under the master's
      *> legal name and tax id, so one firm is one 1099 however its
      *> invoices were keyed. Every payee's total is the GROSS it
      *> earned - paid plus any backup withholding taken at issue -
      *> with the withheld piece carried alongside on the extract,
      *> and the control report totals withholding over every item
      *> so it ties to the remittance deposits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAYISSEL.
           COPY VENDMSSEL.
           SELECT Tax-Control-File ASSIGN TO "TAXRPT.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tax-Control-Status.
       FD  Payment-Issued-File.
           COPY PAYISSUE.

       FD  Vendor-Master-File.
           COPY VENDMSREC.

       FD  Tax-Control-File.
       01  Tax-Control-Record.
           05  TX-Reporting-Year      PIC 9(4).
           05  TE-Payee               PIC X(50).
           05  TE-Reporting-Year      PIC 9(4).
           05  TE-Total-Paid          PIC 9(11)V99.
      *> Spaces unless the payee is a VENDOR.MASTER vendor.
           05  TE-Vendor-Id           PIC X(8).
           05  TE-Total-Withheld      PIC 9(11)V99.

       FD  Tax-Report-File.
       01  Report-Line-Record        PIC X(132).
       01  WS-Tax-Control-Status       PIC XX.
       01  WS-Tax-Extract-Status       PIC XX.
       01  WS-Tax-Report-Status        PIC XX.
       01  WS-Vendor-Master-Status     PIC XX.
       01  WS-Vendor-Master-Open       PIC X VALUE 'N'.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-Issued            PIC X VALUE 'N'.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Missing-Tin-Count        PIC 9(5) VALUE 0.
       01  WS-Missing-Tin-Total        PIC 9(11)V99 VALUE 0.
       01  WS-Missing-Tin-Withheld     PIC 9(11)V99 VALUE 0.
       01  WS-All-Items-Withheld       PIC 9(11)V99 VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
       01  WS-Amount-Disp              PIC ZZZZZZZZZZ9.99.
       01  WS-Count-Disp               PIC ZZZZ9.

      *> One rollup slot per distinct payee tax id seen in the year,
      *> or per vendor id for vendor items.
       01  PayeeRollup.
           05  Payee-Rollup-Count      PIC 9(8) COMP.
           05  PayeeRollupRecord OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Payee-Rollup-Count
                   INDEXED BY PayeeRollupIdx.
               10  PY-Vendor-Id            PIC X(8).
               10  PY-Payee-Tax-Id         PIC X(11).
               10  PY-Payee                PIC X(50).
               10  PY-Total-Paid           PIC 9(11)V99.
               10  PY-Total-Withheld       PIC 9(11)V99.

       PROCEDURE DIVISION.
       Begin-Year-End-Tax.
           DISPLAY "Starting year-end payee tax extract..."
           PERFORM Load-Tax-Control
           MOVE 0 TO Payee-Rollup-Count
           OPEN INPUT Vendor-Master-File
           IF WS-Vendor-Master-Status = "00"
               MOVE 'Y' TO WS-Vendor-Master-Open
           END-IF
           PERFORM Roll-Up-Issued-Items
           IF WS-Vendor-Master-Open = 'Y'
               CLOSE Vendor-Master-File
           END-IF
           PERFORM Write-Extract-And-Control
           DISPLAY "Year-end payee tax extract complete."
           STOP RUN.
           END-IF.

       Roll-Up-One-Item.
           ADD PI-Withheld-Amount TO WS-All-Items-Withheld
           IF PI-Vendor-Id NOT = SPACES
               PERFORM Roll-Up-Vendor-Item
           ELSE
               PERFORM Roll-Up-Payee-Item
           END-IF.

       Roll-Up-Vendor-Item.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Payee-Rollup-Count
               IF PY-Vendor-Id OF PayeeRollupRecord(WS-Scan-Index) =
                       PI-Vendor-Id
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index = 0
               ADD 1 TO Payee-Rollup-Count
               MOVE Payee-Rollup-Count TO WS-Matched-Index
               MOVE PI-Vendor-Id TO PY-Vendor-Id OF
                   PayeeRollupRecord(WS-Matched-Index)
               MOVE PI-Payee-Tax-Id TO PY-Payee-Tax-Id OF
                   PayeeRollupRecord(WS-Matched-Index)
               MOVE PI-Payee TO PY-Payee OF
                   PayeeRollupRecord(WS-Matched-Index)
               MOVE 0 TO PY-Total-Paid OF
                   PayeeRollupRecord(WS-Matched-Index)
               MOVE 0 TO PY-Total-Withheld OF
                   PayeeRollupRecord(WS-Matched-Index)
      *> The master's current legal name and tax id win over what
      *> was on the item - a corrected W-9 reports correctly.
               IF WS-Vendor-Master-Open = 'Y'
                   MOVE PI-Vendor-Id TO
                       VM-Vendor-Id OF Vendor-Master-Record
                   READ Vendor-Master-File
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-Vendor-Master-Status = "00"
                       MOVE VM-Tax-Id TO PY-Payee-Tax-Id OF
                           PayeeRollupRecord(WS-Matched-Index)
                       MOVE VM-Legal-Name TO PY-Payee OF
                           PayeeRollupRecord(WS-Matched-Index)
                   END-IF
               END-IF
           END-IF
           ADD PI-Payment-Amount PI-Withheld-Amount TO
               PY-Total-Paid OF PayeeRollupRecord(WS-Matched-Index)
           ADD PI-Withheld-Amount TO
               PY-Total-Withheld OF PayeeRollupRecord(WS-Matched-Index).

       Roll-Up-Payee-Item.
           IF PI-Payee-Tax-Id = SPACES
      *> These items had backup withholding taken at issue - the
      *> total here is the GROSS the payee earned (paid plus
                   IF PY-Payee-Tax-Id OF
                           PayeeRollupRecord(WS-Scan-Index) =
                           PI-Payee-Tax-Id
                       AND PY-Vendor-Id OF
                           PayeeRollupRecord(WS-Scan-Index) = SPACES
                       MOVE WS-Scan-Index TO WS-Matched-Index
                       EXIT PERFORM
                   END-IF
               IF WS-Matched-Index = 0
                   ADD 1 TO Payee-Rollup-Count
                   MOVE Payee-Rollup-Count TO WS-Matched-Index
                   MOVE SPACES TO PY-Vendor-Id OF
                       PayeeRollupRecord(WS-Matched-Index)
                   MOVE PI-Payee-Tax-Id TO PY-Payee-Tax-Id OF
                       PayeeRollupRecord(WS-Matched-Index)
                   MOVE PI-Payee TO PY-Payee OF
                       PayeeRollupRecord(WS-Matched-Index)
                   MOVE 0 TO PY-Total-Paid OF
                       PayeeRollupRecord(WS-Matched-Index)
                   MOVE 0 TO PY-Total-Withheld OF
                       PayeeRollupRecord(WS-Matched-Index)
               END-IF
               ADD PI-Payment-Amount PI-Withheld-Amount TO
                   PY-Total-Paid OF PayeeRollupRecord(WS-Matched-Index)
               ADD PI-Withheld-Amount TO PY-Total-Withheld OF
                   PayeeRollupRecord(WS-Matched-Index)
           END-IF.

       Write-Extract-And-Control.
                   MOVE PY-Payee OF PayeeRollupRecord(WS-Scan-Index)
                       TO TE-Payee
                   MOVE TX-Reporting-Year TO TE-Reporting-Year
                   MOVE PY-Vendor-Id OF
                       PayeeRollupRecord(WS-Scan-Index) TO
                       TE-Vendor-Id
                   MOVE PY-Total-Paid OF
                       PayeeRollupRecord(WS-Scan-Index) TO
                       TE-Total-Paid
                   MOVE PY-Total-Withheld OF
                       PayeeRollupRecord(WS-Scan-Index) TO
                       TE-Total-Withheld
                   WRITE Tax-Extract-Record
                   ADD 1 TO WS-Reportable-Count

               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE WS-All-Items-Withheld TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "BACKUP WITHHELD ON ALL ITEMS:      " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           CLOSE Tax-Extract-File
           CLOSE Tax-Report-File.

