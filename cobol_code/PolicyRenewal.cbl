       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
       01  WS-Renewal-Status     PIC X(10).
       01  WS-IDCard-VIN         PIC X(17).
       01  WS-Verification-Type  PIC X(3) VALUE "REN".
      *> Document registration fields for the shared Correspondence
      *> hub - every letter this program cuts is also logged there
      *> with a document id and routed by delivery preference.
       01  WS-Debit-Credit       PIC X.
       01  WS-GL-Reference       PIC X(15).
       01  WS-GL-Description     PIC X(30).
       01  WS-GL-Company-Code    PIC X(2).
       01  Cash-Clearing-Account PIC X(10) VALUE "1000".
       01  CI-Revenue-Account    PIC X(10) VALUE "4010".
       01  HI-Revenue-Account    PIC X(10) VALUE "4020".
       01  WS-Inflation-Uplift   PIC 9(9)V99.
       01  WS-Old-Coverage-Amount PIC 9(9)V99.
       01  WS-Any-Rollover       PIC X VALUE 'N'.
      *> Repricing movement per Policy-Type and writing company, one
      *> slot per type and company this run actually rolled - folded
      *> into GLEXTRACT.CONTROL's per-type position so a fourth
      *> line's rollover movement is netted exactly like the original
      *> three.
       01  PremiumMovements.
           05  Premium-Movement-Count PIC 9(4) COMP VALUE 0.
           05  PremiumMovementRow OCCURS 1 TO 40 TIMES
                   DEPENDING ON Premium-Movement-Count.
               10  MV-Policy-Type     PIC X(15).
               10  MV-Company-Code    PIC X(2).
               10  MV-Movement        PIC S9(13)V99.
       01  WS-Movement-Scan      PIC 9(4) COMP.
       01  WS-Movement-Slot      PIC 9(4) COMP.
               Delinquency-Flag OF PolicyDB2Record(Record-Count)

           PERFORM Rewrite-Renewed-Master
           PERFORM Seed-Rolled-Term-Premium

      *> The new term needs new proof of insurance - fresh ID cards
      *> for every scheduled vehicle with the rolled term dates.
           MOVE SPACES TO WS-IDCard-VIN
           CALL "IDCardPrint" USING PolicyDB2Record(Record-Count),
               WS-IDCard-VIN

      *> ...and the DMVs that require it hear about the new term on
      *> every vehicle.
           CALL "InsuranceVerification" USING
               PolicyDB2Record(Record-Count), WS-Verification-Type,
               WS-IDCard-VIN, WS-New-Effective-Date.

       Apply-Inflation-Guard.
      *> Property-Value (and Coverage-Amount) keyed at issuance used
               MOVE Policy-Number OF PolicyDB2Record(Record-Count)
                   TO WS-GL-Reference
               MOVE "RENEWAL TERM PREMIUM" TO WS-GL-Description
               MOVE Writing-Company-Code OF
                   PolicyDB2Record(Record-Count) TO WS-GL-Company-Code
               IF WS-GL-Company-Code = SPACES
                   MOVE "01" TO WS-GL-Company-Code
               END-IF
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Revenue-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING Cash-Clearing-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code

               MOVE 'Y' TO WS-Any-Rollover
               PERFORM Note-Premium-Movement
               UNTIL WS-Movement-Scan > Premium-Movement-Count
               IF MV-Policy-Type(WS-Movement-Scan) =
                       Policy-Type OF PolicyDB2Record(Record-Count)
                   AND MV-Company-Code(WS-Movement-Scan) =
                       WS-GL-Company-Code
                   MOVE WS-Movement-Scan TO WS-Movement-Slot
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Movement-Slot = 0
               AND Premium-Movement-Count < 40
               ADD 1 TO Premium-Movement-Count
               MOVE Premium-Movement-Count TO WS-Movement-Slot
               MOVE Policy-Type OF PolicyDB2Record(Record-Count) TO
                   MV-Policy-Type(WS-Movement-Slot)
               MOVE WS-GL-Company-Code TO
                   MV-Company-Code(WS-Movement-Slot)
               MOVE 0 TO MV-Movement(WS-Movement-Slot)
           END-IF
           IF WS-Movement-Slot > 0
               CLOSE GL-Posted-Control-File
               OPEN I-O GL-Posted-Control-File
           END-IF
           MOVE SPACES TO GL-Posted-Control-Record
           MOVE "GLEXTRACT" TO PT-Control-Key
           READ GL-Posted-Control-File
               INVALID KEY
           MOVE 0 TO WS-Movement-Slot
           PERFORM VARYING PTTypeIdx FROM 1 BY 1
               UNTIL PTTypeIdx > PT-Type-Count
               SET PTCompanyIdx TO PTTypeIdx
               IF PT-Company-Code(PTCompanyIdx) = SPACES
                   OR PT-Company-Code(PTCompanyIdx) = LOW-VALUES
                   MOVE "01" TO PT-Company-Code(PTCompanyIdx)
               END-IF
               IF PT-Policy-Type(PTTypeIdx) =
                       MV-Policy-Type(WS-Movement-Scan)
                   AND PT-Company-Code(PTCompanyIdx) =
                       MV-Company-Code(WS-Movement-Scan)
                   SET WS-Movement-Slot TO PTTypeIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Movement-Slot = 0
               AND PT-Type-Count < 40
               ADD 1 TO PT-Type-Count
               MOVE PT-Type-Count TO WS-Movement-Slot
               MOVE MV-Policy-Type(WS-Movement-Scan) TO
                   PT-Policy-Type(WS-Movement-Slot)
               MOVE MV-Company-Code(WS-Movement-Scan) TO
                   PT-Company-Code(WS-Movement-Slot)
               MOVE 0 TO PT-Premium-Posted(WS-Movement-Slot)
           END-IF
           IF WS-Movement-Slot > 0
