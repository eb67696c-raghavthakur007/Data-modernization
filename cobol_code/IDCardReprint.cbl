       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCardReprint.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Reprint run for CAR_INSURANCE ID cards - lost cards, a new
      *> lender asking for proof, a customer who never got the
      *> e-delivery. Each IDCARD.REPRINT transaction (policy number,
      *> and the VIN of the one vehicle wanted or SPACES for every
      *> vehicle) reads the policy off the master and hands it to
      *> IDCardPrint, the same card issuance, endorsement and renewal
      *> cut, so the reprint routes and logs through Correspondence
      *> exactly like the original. A policy not on file, not a car
      *> policy, no longer in force, or a VIN not on its schedule
      *> goes to the exception report instead of printing a card we
      *> could not stand behind.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reprint-Request-File ASSIGN TO "IDCARD.REPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reprint-Request-Status.
           COPY POLMSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Reprint-Request-File.
       01  Reprint-Request-Record.
           05  RQ-Policy-Number       PIC X(10).
           05  RQ-VIN                 PIC X(17).

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       WORKING-STORAGE SECTION.
       01  WS-Reprint-Request-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "IDCardReprint".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-Requests          PIC X VALUE 'N'.
       01  WS-Reprint-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Vehicle-Index            PIC 9(8) COMP.
       01  WS-VIN-Found                PIC X.

       PROCEDURE DIVISION.
       Begin-ID-Card-Reprint.
           DISPLAY "Starting ID card reprint run..."
           OPEN INPUT Reprint-Request-File
           IF WS-Reprint-Request-Status NOT = "00"
               DISPLAY "IDCardReprint: no IDCARD.REPRINT file"
               STOP RUN
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "IDCardReprint: no POLICY.MASTER file"
               CLOSE Reprint-Request-File
               STOP RUN
           END-IF

           MOVE 'N' TO WS-End-Of-Requests
           PERFORM UNTIL WS-End-Of-Requests = 'Y'
               READ Reprint-Request-File
                   AT END MOVE 'Y' TO WS-End-Of-Requests
               END-READ
               IF WS-End-Of-Requests = 'N'
                   PERFORM Reprint-One-Request
               END-IF
           END-PERFORM

           CLOSE Reprint-Request-File
           CLOSE POLICY-MASTER-FILE
           DISPLAY "ID card reprint run complete - reprinted "
               WS-Reprint-Count " requests."
           STOP RUN.

       Reprint-One-Request.
           MOVE RQ-Policy-Number TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Policy-Master-Status NOT = "00"
               MOVE "NOT ON FILE" TO WS-Offending-Value
               PERFORM Report-Rejected-Request
               EXIT PARAGRAPH
           END-IF

           IF Policy-Type OF Policy-Master-Record NOT = "CAR_INSURANCE"
               MOVE Policy-Type OF Policy-Master-Record TO
                   WS-Offending-Value
               PERFORM Report-Rejected-Request
               EXIT PARAGRAPH
           END-IF

           IF Policy-Status OF Policy-Master-Record NOT = "ACTIVE"
               MOVE Policy-Status OF Policy-Master-Record TO
                   WS-Offending-Value
               PERFORM Report-Rejected-Request
               EXIT PARAGRAPH
           END-IF

           IF RQ-VIN NOT = SPACES
               MOVE 'N' TO WS-VIN-Found
               PERFORM VARYING WS-Vehicle-Index FROM 1 BY 1
                   UNTIL WS-Vehicle-Index >
                       Vehicle-Count OF Policy-Master-Record
                   IF VH-VIN OF Policy-Master-Record(WS-Vehicle-Index)
                           = RQ-VIN
                       MOVE 'Y' TO WS-VIN-Found
                   END-IF
               END-PERFORM
               IF WS-VIN-Found = 'N'
                   MOVE "VIN NOT FOUND" TO WS-Offending-Value
                   PERFORM Report-Rejected-Request
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "IDCardPrint" USING Policy-Master-Record, RQ-VIN
           ADD 1 TO WS-Reprint-Count.

       Report-Rejected-Request.
           CALL "WriteExceptionReport" USING
               RQ-Policy-Number, WS-Program-Name,
               WS-Offending-Value.
