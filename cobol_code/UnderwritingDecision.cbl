      *> DECLINE sets DECLINED and writes the declination letter onto
      *> UW.DECLINE for mailing. Every decision lands on UW.DECISLOG
      *> with who made it.
      *> Items a catastrophe binding moratorium held (CAT.HOLDS) are
      *> not decided until CatMoratoriumRelease has released them: a
      *> held new policy then decides like any referral, and a held
      *> coverage change on an in-force policy is approved by queuing
      *> its transaction back onto ENDORSE.MAINT for the next
      *> EndorsementMaintenance run, or declined and dropped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UW-Decision-Log-File ASSIGN TO "UW.DECISLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UW-Decision-Log-Status.
           SELECT CAT-Hold-File ASSIGN TO "CAT.HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-Hold-Status.
           SELECT Endorsement-Maint-File ASSIGN TO "ENDORSE.MAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Endorsement-Maint-Status.
           COPY POLMSSEL.

       DATA DIVISION.
           05  DL-Approver-Id         PIC X(8).
           05  DL-Decision-Date       PIC X(10).

       FD  CAT-Hold-File.
           COPY CATHOLD.

       FD  Endorsement-Maint-File.
           COPY ENDMAINT.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
      *> Insurance-verification event fields - SPACES VIN reports
      *> every vehicle on the schedule.
       01  WS-Verification-Type  PIC X(3).
       01  WS-Verification-VIN   PIC X(17).
       01  WS-IDCard-VIN         PIC X(17).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
       01  WS-CAT-Hold-Status          PIC XX.
       01  WS-Endorsement-Maint-Status PIC XX.
       01  WS-End-Of-Holds             PIC X.
       01  WS-Hold-Index               PIC 9(8) COMP.
       01  WS-Hold-Pending             PIC X.
       01  WS-Held-Endorsement-Index   PIC 9(8) COMP.
       01  WS-Holds-Changed            PIC X VALUE 'N'.
       01  WS-Hold-Decision-Status     PIC X(10).
      *> The whole hold file, worked in memory and written back when
      *> a decision closes one of its rows.
       01  CatHoldQueue.
           05  CAT-Hold-Count          PIC 9(8) COMP.
           05  CAT-Hold-Row OCCURS 1 TO 20000 TIMES
                   DEPENDING ON CAT-Hold-Count
                   INDEXED BY CatHoldIdx
                                       PIC X(251).

       PROCEDURE DIVISION.
       Begin-Underwriting-Decision.
           END-IF

           OPEN I-O POLICY-MASTER-FILE
           PERFORM Load-CAT-Holds

           MOVE 'N' TO WS-End-Of-Decisions
           PERFORM UNTIL WS-End-Of-Decisions = 'Y'

           CLOSE UW-Decision-File
           CLOSE POLICY-MASTER-FILE
           IF WS-Holds-Changed = 'Y'
               PERFORM Rewrite-CAT-Holds
           END-IF
           DISPLAY "Underwriting decisions complete - approved "
               WS-Approved-Count ", declined " WS-Declined-Count "."
           STOP RUN.
                   CONTINUE
           END-READ

      *> Nothing a moratorium holds is decided before it lifts; once
      *> released, a held change on an in-force policy has its own
      *> decision path.
           IF WS-Policy-Master-Status = "00"
               PERFORM Find-CAT-Holds
               IF WS-Hold-Pending = 'Y'
                   MOVE "CAT MORATORIUM" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       UD-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
                   EXIT PARAGRAPH
               END-IF
               IF Policy-Status OF Policy-Master-Record NOT =
                       "PENDING"
                   AND WS-Held-Endorsement-Index NOT = 0
                   PERFORM Decide-Held-Endorsement
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-Policy-Master-Status NOT = "00"
               OR Policy-Status OF Policy-Master-Record NOT =
                   "PENDING"
                       MOVE "ACTIVE" TO
                           Policy-Status OF Policy-Master-Record
                       PERFORM Rewrite-Master
                       PERFORM Report-New-Business-To-DMV
                       PERFORM Print-New-Business-ID-Cards
                       MOVE "APPROVED" TO WS-Hold-Decision-Status
                       PERFORM Close-New-Business-Holds
                       ADD 1 TO WS-Approved-Count
                       PERFORM Write-Decision-Log
                   WHEN "DECLINE"
                           Policy-Status OF Policy-Master-Record
                       PERFORM Rewrite-Master
                       PERFORM Write-Declination-Letter
                       MOVE "DECLINED" TO WS-Hold-Decision-Status
                       PERFORM Close-New-Business-Holds
                       ADD 1 TO WS-Declined-Count
                       PERFORM Write-Decision-Log
                   WHEN OTHER
                       "failed for " UD-Policy-Number
           END-REWRITE.

       Report-New-Business-To-DMV.
      *> Issuance held a referred car policy back from the DMV
      *> report - approval is when it goes into force.
           MOVE "NBS" TO WS-Verification-Type
           MOVE SPACES TO WS-Verification-VIN
           CALL "InsuranceVerification" USING Policy-Master-Record,
               WS-Verification-Type, WS-Verification-VIN,
               Policy-Effective-Date OF Policy-Master-Record.

       Print-New-Business-ID-Cards.
      *> Issuance prints cards only for a policy written ACTIVE, so a
      *> referred car policy gets its ID cards here, with the same
      *> call issuance would have made.
           MOVE SPACES TO WS-IDCard-VIN
           CALL "IDCardPrint" USING Policy-Master-Record,
               WS-IDCard-VIN.

       Write-Declination-Letter.
           OPEN EXTEND UW-Decline-File
           IF WS-UW-Decline-Status = "35"

           WRITE UW-Decision-Log-Record
           CLOSE UW-Decision-Log-File.

       Load-CAT-Holds.
           MOVE 0 TO CAT-Hold-Count
           OPEN INPUT CAT-Hold-File
           IF WS-CAT-Hold-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-Holds
           PERFORM UNTIL WS-End-Of-Holds = 'Y'
               READ CAT-Hold-File
                   AT END MOVE 'Y' TO WS-End-Of-Holds
               END-READ
               IF WS-End-Of-Holds = 'N'
                   AND CAT-Hold-Count < 20000
                   ADD 1 TO CAT-Hold-Count
                   MOVE CAT-Hold-Record TO
                       CAT-Hold-Row(CAT-Hold-Count)
               END-IF
           END-PERFORM
           CLOSE CAT-Hold-File.

       Find-CAT-Holds.
           MOVE 'N' TO WS-Hold-Pending
           MOVE 0 TO WS-Held-Endorsement-Index
           PERFORM VARYING WS-Hold-Index FROM 1 BY 1
               UNTIL WS-Hold-Index > CAT-Hold-Count
               MOVE CAT-Hold-Row(WS-Hold-Index) TO CAT-Hold-Record
               IF CH-Policy-Number = UD-Policy-Number
                   IF CH-Hold-Status = "PENDING"
                       MOVE 'Y' TO WS-Hold-Pending
                   END-IF
                   IF CH-Hold-Status = "RELEASED"
                       AND CH-Hold-Type = "ENDORSE"
                       AND WS-Held-Endorsement-Index = 0
                       MOVE WS-Hold-Index TO WS-Held-Endorsement-Index
                   END-IF
               END-IF
           END-PERFORM.

       Close-New-Business-Holds.
           PERFORM VARYING WS-Hold-Index FROM 1 BY 1
               UNTIL WS-Hold-Index > CAT-Hold-Count
               MOVE CAT-Hold-Row(WS-Hold-Index) TO CAT-Hold-Record
               IF CH-Policy-Number = UD-Policy-Number
                   AND CH-Hold-Type = "NEWBUS"
                   AND CH-Hold-Status = "RELEASED"
                   MOVE WS-Hold-Decision-Status TO CH-Hold-Status
                   MOVE CAT-Hold-Record TO CAT-Hold-Row(WS-Hold-Index)
                   MOVE 'Y' TO WS-Holds-Changed
               END-IF
           END-PERFORM.

       Decide-Held-Endorsement.
      *> One decision closes the policy's oldest released change. The
      *> authority has to cover the exposure the change would leave
      *> the policy carrying.
           MOVE CAT-Hold-Row(WS-Held-Endorsement-Index) TO
               CAT-Hold-Record
           MOVE CH-Held-Transaction TO Endorsement-Maint-Record
           MOVE "UWDECIDE" TO WS-Auth-Class
           MOVE Coverage-Limits OF Policy-Master-Record TO
               WS-Auth-Amount
           IF Coverage-Amount OF Policy-Master-Record > WS-Auth-Amount
               MOVE Coverage-Amount OF Policy-Master-Record TO
                   WS-Auth-Amount
           END-IF
           IF EM-New-Car-Value > WS-Auth-Amount
               MOVE EM-New-Car-Value TO WS-Auth-Amount
           END-IF
           IF EM-New-Coverage-Amount > WS-Auth-Amount
               MOVE EM-New-Coverage-Amount TO WS-Auth-Amount
           END-IF
           IF EM-Vehicle-Value > WS-Auth-Amount
               MOVE EM-Vehicle-Value TO WS-Auth-Amount
           END-IF
           CALL "UserAuthorization" USING UD-Underwriter-Id,
               WS-Auth-Class, WS-Auth-Amount, UD-Approver-Id,
               WS-Authorized, WS-Authorizing-User,
               WS-Auth-Reason
           IF WS-Authorized = 'N'
               MOVE WS-Auth-Reason(1:15) TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   UD-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           EVALUATE UD-Decision
               WHEN "APPROVE"
                   OPEN EXTEND Endorsement-Maint-File
                   IF WS-Endorsement-Maint-Status = "35"
                       OPEN OUTPUT Endorsement-Maint-File
                   END-IF
                   WRITE Endorsement-Maint-Record
                   CLOSE Endorsement-Maint-File
                   MOVE "APPROVED" TO CH-Hold-Status
                   ADD 1 TO WS-Approved-Count
                   PERFORM Write-Decision-Log
               WHEN "DECLINE"
                   MOVE "DECLINED" TO CH-Hold-Status
                   ADD 1 TO WS-Declined-Count
                   PERFORM Write-Decision-Log
               WHEN OTHER
                   MOVE UD-Decision TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       UD-Policy-Number, WS-Program-Name,
                       WS-Offending-Value
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE CAT-Hold-Record TO
               CAT-Hold-Row(WS-Held-Endorsement-Index)
           MOVE 'Y' TO WS-Holds-Changed.

       Rewrite-CAT-Holds.
           OPEN OUTPUT CAT-Hold-File
           PERFORM VARYING WS-Hold-Index FROM 1 BY 1
               UNTIL WS-Hold-Index > CAT-Hold-Count
               MOVE CAT-Hold-Row(WS-Hold-Index) TO CAT-Hold-Record
               WRITE CAT-Hold-Record
           END-PERFORM
           CLOSE CAT-Hold-File.
