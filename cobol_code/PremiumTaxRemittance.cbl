      *> policy, the same last-row-wins scan ClaimsCeding uses on the
      *> ceded extract. The filing window on the TAXREMIT.CONTROL card
      *> scopes by TD-Effective-Date; a missing card reports the whole
      *> book. Output is TAXREMIT.RPT. Each writing company files
      *> and pays its own premium tax, so the detail and the state
      *> totals print in a separate section per company
      *> (TD-Company-Code; rows from before a second company existed
      *> carry spaces and are the original company's, "01").
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-Tax-Disp                 PIC ZZZZZZZZ9.99.
       01  WS-Surcharge-Disp           PIC ZZZZZZZZ9.99.
       01  WS-Total-Disp               PIC ZZZZZZZZZZ9.99.
       01  WS-Company-Scan             PIC 9(4) COMP.
       01  WS-Company-Match            PIC 9(4) COMP.

      *> Writing companies seen in the filing window, in order of
      *> first appearance - each gets its own remittance section.
       01  RemitCompanies.
           05  Remit-Company-Count     PIC 9(4) COMP VALUE 0.
           05  RC-Company-Code OCCURS 20 TIMES PIC X(2).

      *> Latest tax row per policy inside the filing window - a
      *> re-rated policy's newer row replaces its older one, so the
                   INDEXED BY PolicyTaxIdx.
               10  PX-Policy-Number        PIC X(10).
               10  PX-State-Code           PIC X(2).
               10  PX-Company-Code         PIC X(2).
               10  PX-Tax-Amount           PIC 9(9)V99.
               10  PX-Surcharge-Amount     PIC 9(9)V99.

           END-IF
           PERFORM Write-Report-Line

           IF Remit-Company-Count = 0
               MOVE 1 TO Remit-Company-Count
               MOVE "01" TO RC-Company-Code(1)
           END-IF
           PERFORM VARYING WS-Company-Scan FROM 1 BY 1
               UNTIL WS-Company-Scan > Remit-Company-Count
               PERFORM Write-Company-Remittance
           END-PERFORM
           CLOSE Remit-Report-File
           DISPLAY "Premium tax remittance report complete."
           STOP RUN.

       Write-Company-Remittance.
           MOVE 0 TO State-Total-Count
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           STRING "WRITING COMPANY " RC-Company-Code(WS-Company-Scan)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           STRING "POLICY NO  ST        TAX      SURCHARGE"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM Write-Policy-Detail
           PERFORM Write-State-Totals.

       Load-Filing-Window.
           MOVE SPACES TO TR-Start-Date, TR-End-Date
               PX-Policy-Number OF PolicyTaxRecord(WS-Matched-Index)
           MOVE TD-State-Code TO
               PX-State-Code OF PolicyTaxRecord(WS-Matched-Index)
           IF TD-Company-Code = SPACES
               MOVE "01" TO TD-Company-Code
           END-IF
           MOVE TD-Company-Code TO
               PX-Company-Code OF PolicyTaxRecord(WS-Matched-Index)
           PERFORM Note-Remit-Company
           MOVE TD-Tax-Amount TO
               PX-Tax-Amount OF PolicyTaxRecord(WS-Matched-Index)
           MOVE TD-Surcharge-Amount TO PX-Surcharge-Amount OF
               PolicyTaxRecord(WS-Matched-Index).

       Note-Remit-Company.
           MOVE 0 TO WS-Company-Match
           PERFORM VARYING WS-Company-Scan FROM 1 BY 1
               UNTIL WS-Company-Scan > Remit-Company-Count
               IF RC-Company-Code(WS-Company-Scan) = TD-Company-Code
                   MOVE WS-Company-Scan TO WS-Company-Match
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Company-Match = 0
               AND Remit-Company-Count < 20
               ADD 1 TO Remit-Company-Count
               MOVE TD-Company-Code TO
                   RC-Company-Code(Remit-Company-Count)
           END-IF.

       Write-Policy-Detail.
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Policy-Tax-Count
               IF PX-Company-Code OF PolicyTaxRecord(WS-Scan-Index)
                       = RC-Company-Code(WS-Company-Scan)
                   PERFORM Write-One-Policy-Detail
               END-IF
           END-PERFORM.

       Write-One-Policy-Detail.
           MOVE PX-Tax-Amount OF PolicyTaxRecord(WS-Scan-Index)
               TO WS-Tax-Disp
           MOVE PX-Surcharge-Amount OF
               PolicyTaxRecord(WS-Scan-Index) TO
               WS-Surcharge-Disp
           MOVE SPACES TO WS-Report-Line
           STRING PX-Policy-Number OF
                   PolicyTaxRecord(WS-Scan-Index) " "
                   PX-State-Code OF PolicyTaxRecord(WS-Scan-Index)
                   " " WS-Tax-Disp "  " WS-Surcharge-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           PERFORM Roll-Into-State-Total.

       Roll-Into-State-Total.
           MOVE 0 TO WS-State-Match
           PERFORM VARYING WS-State-Scan FROM 1 BY 1

       Write-State-Totals.
           MOVE SPACES TO WS-Report-Line
           STRING "REMITTANCE DUE BY STATE - COMPANY "
                   RC-Company-Code(WS-Company-Scan)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

