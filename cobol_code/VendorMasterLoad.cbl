       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMasterLoad.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Maintenance load for VENDOR.MASTER. Reads VENDOR.MAINT rows
      *> in the master's own layout (claims vendor management keeps it
      *> current - new panel counsel, W-9s received, vendors blocked)
      *> and adds or replaces each vendor on the indexed master, the
      *> same way AgentMasterLoad maintains AGENT.MASTER. A row with a
      *> blank vendor id, no legal name, or a status other than
      *> APPROVED/BLOCKED goes to the exceptions report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-Maint-File ASSIGN TO "VENDOR.MAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Maint-Status.
           COPY VENDMSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-Maint-File.
           COPY VENDMSREC REPLACING Vendor-Master-Record BY
               Vendor-Maint-Record.

       FD  Vendor-Master-File.
           COPY VENDMSREC.

       WORKING-STORAGE SECTION.
       01  WS-Vendor-Maint-Status      PIC XX.
       01  WS-Vendor-Master-Status     PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "VendorMasterLoad".
       01  WS-Offending-Value          PIC X(15).
      *> WriteExceptionReport's key is PIC X(10); the vendor id is
      *> moved up to that width before the CALL.
       01  WS-Exception-Key            PIC X(10).
       01  WS-End-Of-Maint             PIC X VALUE 'N'.
       01  WS-Loaded-Count             PIC 9(8) COMP VALUE 0.

       PROCEDURE DIVISION.
       Begin-Vendor-Master-Load.
           DISPLAY "Starting vendor master load..."
           OPEN INPUT Vendor-Maint-File
           IF WS-Vendor-Maint-Status NOT = "00"
               DISPLAY "VendorMasterLoad: no VENDOR.MAINT file"
               STOP RUN
           END-IF

           OPEN I-O Vendor-Master-File
           IF WS-Vendor-Master-Status = "35"
               OPEN OUTPUT Vendor-Master-File
               CLOSE Vendor-Master-File
               OPEN I-O Vendor-Master-File
           END-IF

           MOVE 'N' TO WS-End-Of-Maint
           PERFORM UNTIL WS-End-Of-Maint = 'Y'
               READ Vendor-Maint-File
                   AT END MOVE 'Y' TO WS-End-Of-Maint
               END-READ
               IF WS-End-Of-Maint = 'N'
                   PERFORM Load-One-Vendor
               END-IF
           END-PERFORM

           CLOSE Vendor-Maint-File
           CLOSE Vendor-Master-File
           DISPLAY "Vendor master load complete - loaded "
               WS-Loaded-Count " vendors."
           STOP RUN.

       Load-One-Vendor.
           MOVE VM-Vendor-Id OF Vendor-Maint-Record TO
               WS-Exception-Key
           IF VM-Vendor-Id OF Vendor-Maint-Record = SPACES
               OR VM-Legal-Name OF Vendor-Maint-Record = SPACES
               OR (VM-Vendor-Status OF Vendor-Maint-Record NOT =
                       "APPROVED"
                   AND VM-Vendor-Status OF Vendor-Maint-Record NOT =
                       "BLOCKED")
               MOVE "BAD VENDOR ROW" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   WS-Exception-Key, WS-Program-Name,
                   WS-Offending-Value
           ELSE
               MOVE Vendor-Maint-Record TO Vendor-Master-Record
               WRITE Vendor-Master-Record
                   INVALID KEY
                       REWRITE Vendor-Master-Record
               END-WRITE
               ADD 1 TO WS-Loaded-Count
           END-IF.
