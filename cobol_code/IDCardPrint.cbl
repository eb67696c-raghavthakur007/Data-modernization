       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCardPrint.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Proof-of-insurance ID card print for CAR_INSURANCE, one card
      *> per VH-VIN on the Vehicle-Schedule, so the customer stops
      *> calling in for proof of insurance. Called the way
      *> DeclarationsPage is, with the policy as it now stands - by
      *> NewBusinessIssuance at issue (UnderwritingDecision for one
      *> held PENDING), by PolicyRenewal when a term rolls forward,
      *> by PolicyEndorsement for the vehicle a vehicle ADD or
      *> REPLACE touched, and by IDCardReprint for customer reprint
      *> requests. LK-VIN names the one vehicle to card; SPACES
      *> cards every vehicle on the schedule. Each card
      *> shows the named insured, policy number, term dates, the
      *> vehicle, and the state-required wording from STATE.IDCARD,
      *> appends to IDCARD.PRINT formatted for mailing, and is
      *> registered through Correspondence so delivery preference and
      *> the document log apply card by card. Anything but a car
      *> policy prints nothing, and neither does a vehicle laid up in
      *> storage (VH-Usage STORED) - it has no liability coverage to
      *> prove until it resumes, when PolicyEndorsement cards it.
      *> Nor does a policy that is not ACTIVE - PENDING, DECLINED,
      *> CANCELLED, or RESCINDED cover is nothing to give proof of.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-Card-File ASSIGN TO "IDCARD.PRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-Card-Status.
           SELECT State-IDCard-File ASSIGN TO "STATE.IDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-State-IDCard-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-Card-File.
       01  Report-Line-Record        PIC X(132).

       FD  State-IDCard-File.
           COPY STIDREC.

       WORKING-STORAGE SECTION.
       01  WS-ID-Card-Status         PIC XX.
       01  WS-State-IDCard-Status    PIC XX.
       01  WS-End-Of-Wording         PIC X.
      *> Document registration fields for the shared Correspondence
      *> hub - each card is logged there with its own document id and
      *> routed by delivery preference.
       01  WS-Doc-Letter-Type    PIC X(10).
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
       01  WS-Report-Line            PIC X(132).
       01  WS-Vehicle-Index          PIC 9(8) COMP.
      *> The wording every state accepts when Compliance has not filed
      *> anything more specific for the policy's state.
       01  WS-Default-Wording-1      PIC X(60) VALUE
           "THIS CARD MUST BE CARRIED IN THE INSURED VEHICLE AND".
       01  WS-Default-Wording-2      PIC X(60) VALUE
           "PRODUCED UPON DEMAND AS EVIDENCE OF INSURANCE.".
       01  WS-Wording-Line-1         PIC X(60).
       01  WS-Wording-Line-2         PIC X(60).

       LINKAGE SECTION.
       COPY POLMSREC REPLACING Policy-Master-Record BY PolicyRecord.
       01  LK-VIN                    PIC X(17).

       PROCEDURE DIVISION USING PolicyRecord, LK-VIN.
       Begin-ID-Card-Print.
           IF Policy-Type OF PolicyRecord NOT = "CAR_INSURANCE"
               OR Vehicle-Count OF PolicyRecord = 0
               OR Policy-Status OF PolicyRecord NOT = "ACTIVE"
               EXIT PROGRAM
           END-IF

           PERFORM Load-State-Wording

           OPEN EXTEND ID-Card-File
           IF WS-ID-Card-Status = "35"
               OPEN OUTPUT ID-Card-File
           END-IF

           PERFORM VARYING WS-Vehicle-Index FROM 1 BY 1
               UNTIL WS-Vehicle-Index > Vehicle-Count OF PolicyRecord
               IF (LK-VIN = SPACES
                   OR VH-VIN OF PolicyRecord(WS-Vehicle-Index) = LK-VIN)
                   AND VH-Usage OF PolicyRecord(WS-Vehicle-Index)
                       NOT = "STORED"
                   PERFORM Print-One-Card
               END-IF
           END-PERFORM

           CLOSE ID-Card-File
           EXIT PROGRAM.

       Load-State-Wording.
      *> STATE.IDCARD is small and Compliance-maintained, so it is
      *> re-read per call the way WatchlistScreening re-reads
      *> WATCH.LIST. The lines start from the default on every call -
      *> this storage outlives the call, and the last policy's state
      *> wording must not carry onto the next one's card.
           MOVE WS-Default-Wording-1 TO WS-Wording-Line-1
           MOVE WS-Default-Wording-2 TO WS-Wording-Line-2
           OPEN INPUT State-IDCard-File
           IF WS-State-IDCard-Status = "00"
               MOVE 'N' TO WS-End-Of-Wording
               PERFORM UNTIL WS-End-Of-Wording = 'Y'
                   READ State-IDCard-File
                       AT END MOVE 'Y' TO WS-End-Of-Wording
                   END-READ
                   IF WS-End-Of-Wording = 'N'
                       AND SI-State-Code = State-Code OF PolicyRecord
                       MOVE SI-Wording-Line-1 TO WS-Wording-Line-1
                       MOVE SI-Wording-Line-2 TO WS-Wording-Line-2
                       MOVE 'Y' TO WS-End-Of-Wording
                   END-IF
               END-PERFORM
               CLOSE State-IDCard-File
           END-IF.

       Print-One-Card.
           MOVE SPACES TO WS-Report-Line
           STRING "================ AUTOMOBILE INSURANCE IDENTIFICATION"
                   " CARD ================"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Card-Line

           MOVE SPACES TO WS-Report-Line
           STRING "NAMED INSURED: "
                   Policy-Holder-Name OF PolicyRecord
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Card-Line

           MOVE SPACES TO WS-Report-Line
           STRING "POLICY NUMBER: " Policy-Number OF PolicyRecord
                   "      STATE: " State-Code OF PolicyRecord
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Card-Line

           MOVE SPACES TO WS-Report-Line
           STRING "EFFECTIVE:     "
                   Policy-Effective-Date OF PolicyRecord
                   "   EXPIRES: "
                   Policy-Expiration-Date OF PolicyRecord
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Card-Line

           MOVE SPACES TO WS-Report-Line
           STRING "VEHICLE VIN:   "
                   VH-VIN OF PolicyRecord(WS-Vehicle-Index)
                   "   USE: "
                   VH-Usage OF PolicyRecord(WS-Vehicle-Index)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Card-Line

           MOVE SPACES TO WS-Report-Line
           MOVE WS-Wording-Line-1 TO WS-Report-Line
           PERFORM Write-Card-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Wording-Line-2 TO WS-Report-Line
           PERFORM Write-Card-Line

           MOVE SPACES TO WS-Report-Line
           STRING "============================================"
                   "========================"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Card-Line

           PERFORM Register-ID-Card.

       Register-ID-Card.
           MOVE "IDCARD" TO WS-Doc-Letter-Type
           MOVE Customer-Id OF PolicyRecord TO WS-Doc-Customer-Id
           MOVE Policy-Number OF PolicyRecord TO WS-Doc-Reference
           MOVE SPACES TO WS-Doc-Summary
           STRING "AUTO ID CARD VIN "
                   VH-VIN OF PolicyRecord(WS-Vehicle-Index)
               DELIMITED BY SIZE INTO WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id, Policy-Holder-Name OF PolicyRecord,
               Policy-Holder-Address OF PolicyRecord,
               WS-Doc-Reference, WS-Doc-Summary.

       Write-Card-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
