       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacCapacityGap.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Facultative capacity gap list (FACGAP.RPT). Every ACTIVE HOME
      *> or LIFE policy on POLICY-MASTER-FILE whose Coverage-Limits
      *> exceed the capacity of the treaty in force on its effective
      *> date (retention plus treaty limit on REINS.TREATY) and which
      *> has no active FAC.CERTIFICATE covering any part of its term -
      *> the risks where the top of the limit sits net on our books
      *> because no one bought the fac. A policy no treaty covers is
      *> already on the exceptions report from ReinsuranceCeding and
      *> is not repeated here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POLMSSEL.
           COPY FACCERTSEL.
           SELECT Reins-Treaty-File ASSIGN TO "REINS.TREATY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reins-Treaty-Status.
           SELECT Gap-Report-File ASSIGN TO "FACGAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gap-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Fac-Certificate-File.
           COPY FACCERT.

       FD  Reins-Treaty-File.
           COPY TRTYREC.

       FD  Gap-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Fac-Certificate-Status   PIC XX.
       01  WS-Reins-Treaty-Status      PIC XX.
       01  WS-Gap-Report-Status        PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-End-Of-Certificates      PIC X.
       01  WS-Fac-File-Open            PIC X.
       01  WS-Certificate-On-File      PIC X.
       01  WS-Matched-Treaty           PIC 9(4) COMP.
       01  WS-Policy-YYYYMMDD          PIC 9(8).
       01  WS-Policy-Exp-YYYYMMDD      PIC 9(8).
       01  WS-Treaty-Eff-YYYYMMDD      PIC 9(8).
       01  WS-Treaty-Exp-YYYYMMDD      PIC 9(8).
       01  WS-Best-Eff-YYYYMMDD        PIC 9(8).
       01  WS-Cert-Eff-YYYYMMDD        PIC 9(8).
       01  WS-Cert-Exp-YYYYMMDD        PIC 9(8).
       01  WS-Treaty-Capacity          PIC 9(11)V99.
       01  WS-Excess-Amount            PIC 9(11)V99.
       01  WS-Gap-Count                PIC 9(8) COMP VALUE 0.
       01  WS-Total-Excess             PIC 9(13)V99 VALUE 0.
       01  WS-Amount-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Count-Disp               PIC ZZZZZZZ9.
       01  WS-Policy-Company-Code      PIC X(2).
       01  WS-Treaty-Company-Code      PIC X(2).
       COPY TRTYTBL.

       PROCEDURE DIVISION.
       Begin-Fac-Capacity-Gap.
           DISPLAY "Starting facultative capacity gap report..."
           PERFORM Load-Treaty-Table
           MOVE 'N' TO WS-Fac-File-Open
           OPEN INPUT Fac-Certificate-File
           IF WS-Fac-Certificate-Status = "00"
               MOVE 'Y' TO WS-Fac-File-Open
           END-IF

           OPEN OUTPUT Gap-Report-File
           MOVE "POLICIES ABOVE TREATY CAPACITY WITH NO FAC CERTIFICATE"
               TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "POLICY" TO WS-Report-Line(1:10)
           MOVE "TYPE" TO WS-Report-Line(12:15)
           MOVE "EFFECTIVE" TO WS-Report-Line(28:10)
           MOVE "TREATY" TO WS-Report-Line(39:10)
           MOVE "COVERAGE LIMITS" TO WS-Report-Line(52:15)
           MOVE "TREATY CAPACITY" TO WS-Report-Line(69:15)
           MOVE "UNCOVERED" TO WS-Report-Line(92:9)
           PERFORM Write-Report-Line

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
               DISPLAY "FacCapacityGap: no policy master"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND Policy-Status OF Policy-Master-Record =
                       "ACTIVE"
                   AND (Policy-Type OF Policy-Master-Record =
                       "HOME_INSURANCE"
                   OR Policy-Type OF Policy-Master-Record =
                       "LIFE_INSURANCE")
                   PERFORM Test-One-Policy
               END-IF
           END-PERFORM
           CLOSE POLICY-MASTER-FILE
           IF WS-Fac-File-Open = 'Y'
               CLOSE Fac-Certificate-File
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Gap-Count TO WS-Count-Disp
           MOVE WS-Total-Excess TO WS-Amount-Disp
           STRING "POLICIES LISTED: " WS-Count-Disp
                   "   LIMITS ABOVE CAPACITY: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Gap-Report-File
           DISPLAY "Facultative capacity gap report complete - "
               WS-Gap-Count " policies listed."
           STOP RUN.

       Load-Treaty-Table.
           MOVE 0 TO Treaty-Count
           OPEN INPUT Reins-Treaty-File
           IF WS-Reins-Treaty-Status = '00'
               PERFORM UNTIL WS-Reins-Treaty-Status NOT = '00'
                   READ Reins-Treaty-File
                       AT END MOVE '10' TO WS-Reins-Treaty-Status
                   END-READ
                   IF WS-Reins-Treaty-Status = '00'
                       AND Treaty-Count < 200
                       ADD 1 TO Treaty-Count
                       MOVE Reins-Treaty-File-Record TO
                           ReinsTreatyRecord(Treaty-Count)
                   END-IF
               END-PERFORM
               CLOSE Reins-Treaty-File
           END-IF.

       Test-One-Policy.
           PERFORM Find-Policy-Treaty
           IF WS-Matched-Treaty = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Treaty-Capacity =
               TR-Retention-Limit OF
                   ReinsTreatyRecord(WS-Matched-Treaty) +
               TR-Treaty-Limit OF
                   ReinsTreatyRecord(WS-Matched-Treaty)
           IF Coverage-Limits OF Policy-Master-Record NOT >
                   WS-Treaty-Capacity
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Fac-Certificate
           IF WS-Certificate-On-File = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Excess-Amount =
               Coverage-Limits OF Policy-Master-Record -
               WS-Treaty-Capacity
           ADD WS-Excess-Amount TO WS-Total-Excess
           ADD 1 TO WS-Gap-Count

           MOVE SPACES TO WS-Report-Line
           MOVE Policy-Number OF Policy-Master-Record TO
               WS-Report-Line(1:10)
           MOVE Policy-Type OF Policy-Master-Record TO
               WS-Report-Line(12:15)
           MOVE Policy-Effective-Date OF Policy-Master-Record TO
               WS-Report-Line(28:10)
           MOVE TR-Treaty-Id OF ReinsTreatyRecord(WS-Matched-Treaty)
               TO WS-Report-Line(39:10)
           MOVE Coverage-Limits OF Policy-Master-Record TO
               WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(51:16)
           MOVE WS-Treaty-Capacity TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(68:16)
           MOVE WS-Excess-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(85:16)
           PERFORM Write-Report-Line.

       Find-Policy-Treaty.
      *> Same pick ReinsuranceCeding makes - the latest-starting
      *> treaty row for the Policy-Type whose dates span the policy's
      *> effective date.
           MOVE Policy-Effective-Date OF Policy-Master-Record(7:4) TO
               WS-Policy-YYYYMMDD(1:4)
           MOVE Policy-Effective-Date OF Policy-Master-Record(1:2) TO
               WS-Policy-YYYYMMDD(5:2)
           MOVE Policy-Effective-Date OF Policy-Master-Record(4:2) TO
               WS-Policy-YYYYMMDD(7:2)
           MOVE Writing-Company-Code OF Policy-Master-Record TO
               WS-Policy-Company-Code
           IF WS-Policy-Company-Code = SPACES
               MOVE "01" TO WS-Policy-Company-Code
           END-IF
           MOVE 0 TO WS-Matched-Treaty
           MOVE 0 TO WS-Best-Eff-YYYYMMDD
           PERFORM VARYING TreatyIdx FROM 1 BY 1
               UNTIL TreatyIdx > Treaty-Count
               MOVE TR-Company-Code OF ReinsTreatyRecord(TreatyIdx)
                   TO WS-Treaty-Company-Code
               IF WS-Treaty-Company-Code = SPACES
                   MOVE "01" TO WS-Treaty-Company-Code
               END-IF
               IF TR-Policy-Type OF ReinsTreatyRecord(TreatyIdx) =
                       Policy-Type OF Policy-Master-Record
                   AND WS-Treaty-Company-Code = WS-Policy-Company-Code
                   MOVE TR-Effective-Date OF
                       ReinsTreatyRecord(TreatyIdx)(7:4) TO
                       WS-Treaty-Eff-YYYYMMDD(1:4)
                   MOVE TR-Effective-Date OF
                       ReinsTreatyRecord(TreatyIdx)(1:2) TO
                       WS-Treaty-Eff-YYYYMMDD(5:2)
                   MOVE TR-Effective-Date OF
                       ReinsTreatyRecord(TreatyIdx)(4:2) TO
                       WS-Treaty-Eff-YYYYMMDD(7:2)
                   MOVE TR-Expiration-Date OF
                       ReinsTreatyRecord(TreatyIdx)(7:4) TO
                       WS-Treaty-Exp-YYYYMMDD(1:4)
                   MOVE TR-Expiration-Date OF
                       ReinsTreatyRecord(TreatyIdx)(1:2) TO
                       WS-Treaty-Exp-YYYYMMDD(5:2)
                   MOVE TR-Expiration-Date OF
                       ReinsTreatyRecord(TreatyIdx)(4:2) TO
                       WS-Treaty-Exp-YYYYMMDD(7:2)
                   IF WS-Policy-YYYYMMDD >= WS-Treaty-Eff-YYYYMMDD
                       AND WS-Policy-YYYYMMDD <= WS-Treaty-Exp-YYYYMMDD
                       AND WS-Treaty-Eff-YYYYMMDD >=
                           WS-Best-Eff-YYYYMMDD
                       SET WS-Matched-Treaty TO TreatyIdx
                       MOVE WS-Treaty-Eff-YYYYMMDD TO
                           WS-Best-Eff-YYYYMMDD
                   END-IF
               END-IF
           END-PERFORM.

       Find-Fac-Certificate.
      *> An ACTIVE certificate whose dates overlap the policy term -
      *> the same test ReinsuranceCeding uses to cede to it.
           MOVE 'N' TO WS-Certificate-On-File
           IF WS-Fac-File-Open = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Policy-Expiration-Date OF Policy-Master-Record(7:4) TO
               WS-Policy-Exp-YYYYMMDD(1:4)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(1:2) TO
               WS-Policy-Exp-YYYYMMDD(5:2)
           MOVE Policy-Expiration-Date OF Policy-Master-Record(4:2) TO
               WS-Policy-Exp-YYYYMMDD(7:2)
           MOVE Policy-Number OF Policy-Master-Record TO
               FC-Policy-Number
           MOVE LOW-VALUES TO FC-Certificate-Id
           START Fac-Certificate-File KEY NOT < FC-Certificate-Key
               INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO WS-End-Of-Certificates
           IF WS-Fac-Certificate-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-Certificates
           END-IF
           PERFORM UNTIL WS-End-Of-Certificates = 'Y'
               OR WS-Certificate-On-File = 'Y'
               READ Fac-Certificate-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Certificates
               END-READ
               IF WS-End-Of-Certificates = 'N'
                   IF FC-Policy-Number NOT = Policy-Number OF
                           Policy-Master-Record
                       MOVE 'Y' TO WS-End-Of-Certificates
                   ELSE
                       PERFORM Test-One-Certificate
                   END-IF
               END-IF
           END-PERFORM.

       Test-One-Certificate.
           MOVE FC-Effective-Date(7:4) TO WS-Cert-Eff-YYYYMMDD(1:4)
           MOVE FC-Effective-Date(1:2) TO WS-Cert-Eff-YYYYMMDD(5:2)
           MOVE FC-Effective-Date(4:2) TO WS-Cert-Eff-YYYYMMDD(7:2)
           MOVE FC-Expiration-Date(7:4) TO WS-Cert-Exp-YYYYMMDD(1:4)
           MOVE FC-Expiration-Date(1:2) TO WS-Cert-Exp-YYYYMMDD(5:2)
           MOVE FC-Expiration-Date(4:2) TO WS-Cert-Exp-YYYYMMDD(7:2)
           IF FC-Status = "ACTIVE"
               AND WS-Cert-Eff-YYYYMMDD <= WS-Policy-Exp-YYYYMMDD
               AND WS-Cert-Exp-YYYYMMDD >= WS-Policy-YYYYMMDD
               MOVE 'Y' TO WS-Certificate-On-File
           END-IF.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
