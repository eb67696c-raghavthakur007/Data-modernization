       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerDuplicateReport.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Duplicate-candidate report over CUSTOMER.MASTER (DUPCUST.RPT).
      *> Issuance creates a new customer whenever an application comes
      *> in without an id, so one household keyed "J. Smith" on one
      *> application and "John Smith" on the next ends up with two
      *> ids and loses its consolidated bill and multi-line discount.
      *> Every live customer (not MERGED, not MASKED) is compared with
      *> every other on normalized keys - name and street upper-cased
      *> with punctuation and spaces squeezed out, ZIP cut to five,
      *> tax id cut to its digits - and a pair is listed when:
      *>   TAX ID          - the tax ids agree;
      *>   NAME+ADDRESS    - the names agree and so do street and
      *>                     ZIP (or street and city);
      *>   SURNAME+ADDRESS - the last names agree at the same address;
      *>   NAME+ZIP        - the names agree within one ZIP.
      *> The report only proposes - a reviewer keys the pairs that
      *> really are one customer onto CUSTOMER.MERGE for
      *> CustomerMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTMSEL.
           SELECT Duplicate-Report-File ASSIGN TO "DUPCUST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Duplicate-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  Duplicate-Report-File.
       01  Report-Line-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-Duplicate-Report-Status  PIC XX.
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-First-Index              PIC 9(8) COMP.
       01  WS-Second-Index             PIC 9(8) COMP.
       01  WS-Char-Index               PIC 9(4) COMP.
       01  WS-Out-Index                PIC 9(4) COMP.
       01  WS-Word-Start               PIC 9(4) COMP.
       01  WS-Word-End                 PIC 9(4) COMP.
       01  WS-Pair-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp               PIC ZZZZZZZZ9.
       01  WS-Match-Basis              PIC X(16).
       01  WS-Same-Name                PIC X.
       01  WS-Same-Address             PIC X.
      *> Normalization work areas - Normalize-Text squeezes
      *> WS-Norm-Input down to its letters and digits, upper-cased.
       01  WS-Norm-Input               PIC X(50).
       01  WS-Norm-Output              PIC X(50).
       01  WS-Norm-Char                PIC X.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).

       01  WS-Pair-Line.
           05  PL-Match-Basis          PIC X(16).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-First-Id             PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-First-Name           PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-Second-Id            PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-Second-Name          PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-First-Street         PIC X(30).

      *> Every live customer with its match keys.
       01  DuplicateCandidates.
           05  Candidate-Count         PIC 9(8) COMP.
           05  CandidateRecord OCCURS 1 TO 50000 TIMES
                   DEPENDING ON Candidate-Count
                   INDEXED BY CandidateIdx.
               10  DP-Customer-Id      PIC X(10).
               10  DP-Customer-Name    PIC X(50).
               10  DP-Addr-Street      PIC X(30).
               10  DP-Norm-Name        PIC X(50).
               10  DP-Surname          PIC X(20).
               10  DP-Norm-Street      PIC X(30).
               10  DP-Norm-City        PIC X(20).
               10  DP-Zip5             PIC X(5).
               10  DP-Tax-Id           PIC X(11).

       PROCEDURE DIVISION.
       Begin-Duplicate-Report.
           DISPLAY "Starting customer duplicate report..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           PERFORM Load-Candidates

           OPEN OUTPUT Duplicate-Report-File
           MOVE SPACES TO WS-Report-Line
           STRING "CUSTOMER DUPLICATE CANDIDATES - RUN "
                   WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "MATCH BASIS" TO PL-Match-Basis
           MOVE "CUSTOMER" TO PL-First-Id
           MOVE "NAME" TO PL-First-Name
           MOVE "CUSTOMER" TO PL-Second-Id
           MOVE "NAME" TO PL-Second-Name
           MOVE "STREET" TO PL-First-Street
           MOVE WS-Pair-Line TO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-First-Index FROM 1 BY 1
               UNTIL WS-First-Index >= Candidate-Count
               PERFORM VARYING WS-Second-Index FROM WS-First-Index
                   BY 1 UNTIL WS-Second-Index > Candidate-Count
                   IF WS-Second-Index > WS-First-Index
                       PERFORM Compare-One-Pair
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Pair-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "CANDIDATE PAIRS: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE Candidate-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "CUSTOMERS COMPARED: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Duplicate-Report-File
           DISPLAY "Customer duplicate report complete - "
               WS-Pair-Count " candidate pairs."
           STOP RUN.

       Load-Candidates.
           MOVE 0 TO Candidate-Count
           OPEN INPUT Customer-Master-File
           IF WS-Customer-Master-Status NOT = "00"
               DISPLAY "CustomerDuplicateReport: no CUSTOMER.MASTER"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Customer-Master-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND CU-Customer-Status NOT = "MERGED"
                   AND CU-Customer-Status NOT = "MASKED"
                   AND Candidate-Count < 50000
                   ADD 1 TO Candidate-Count
                   PERFORM Build-Candidate-Keys
               END-IF
           END-PERFORM
           CLOSE Customer-Master-File.

       Build-Candidate-Keys.
           MOVE CU-Customer-Id TO DP-Customer-Id(Candidate-Count)
           MOVE CU-Customer-Name TO DP-Customer-Name(Candidate-Count)
           MOVE CU-Addr-Street TO DP-Addr-Street(Candidate-Count)

           MOVE CU-Customer-Name TO WS-Norm-Input
           PERFORM Normalize-Text
           MOVE WS-Norm-Output TO DP-Norm-Name(Candidate-Count)
           PERFORM Find-Surname

      *> A customer created before the structured parts existed has
      *> only the one-line blob - its leading street portion stands in.
           IF CU-Addr-Street NOT = SPACES
               MOVE CU-Addr-Street TO WS-Norm-Input
           ELSE
               MOVE CU-Customer-Address(1:30) TO WS-Norm-Input
           END-IF
           PERFORM Normalize-Text
           MOVE WS-Norm-Output TO DP-Norm-Street(Candidate-Count)

           MOVE CU-Addr-City TO WS-Norm-Input
           PERFORM Normalize-Text
           MOVE WS-Norm-Output TO DP-Norm-City(Candidate-Count)
           MOVE CU-Addr-Zip(1:5) TO DP-Zip5(Candidate-Count)

           MOVE CU-Tax-Id TO WS-Norm-Input
           PERFORM Normalize-Text
           MOVE WS-Norm-Output TO DP-Tax-Id(Candidate-Count).

       Normalize-Text.
           INSPECT WS-Norm-Input CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-Norm-Output
           MOVE 0 TO WS-Out-Index
           PERFORM VARYING WS-Char-Index FROM 1 BY 1
               UNTIL WS-Char-Index > 50
               MOVE WS-Norm-Input(WS-Char-Index:1) TO WS-Norm-Char
               IF (WS-Norm-Char >= "A" AND WS-Norm-Char <= "Z")
                   OR (WS-Norm-Char >= "0" AND WS-Norm-Char <= "9")
                   ADD 1 TO WS-Out-Index
                   MOVE WS-Norm-Char TO WS-Norm-Output(WS-Out-Index:1)
               END-IF
           END-PERFORM.

       Find-Surname.
      *> The last word of the name as keyed, less any punctuation -
      *> "SMITH" out of "J. Smith" and "John Smith" alike.
           MOVE SPACES TO DP-Surname(Candidate-Count)
           MOVE 0 TO WS-Word-End
           PERFORM VARYING WS-Char-Index FROM 50 BY -1
               UNTIL WS-Char-Index < 1 OR WS-Word-End NOT = 0
               IF CU-Customer-Name(WS-Char-Index:1) NOT = SPACE
                   MOVE WS-Char-Index TO WS-Word-End
               END-IF
           END-PERFORM
           IF WS-Word-End = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-Word-Start
           PERFORM VARYING WS-Char-Index FROM WS-Word-End BY -1
               UNTIL WS-Char-Index < 1 OR WS-Word-Start > 1
               IF CU-Customer-Name(WS-Char-Index:1) = SPACE
                   COMPUTE WS-Word-Start = WS-Char-Index + 1
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Norm-Input
           MOVE CU-Customer-Name(WS-Word-Start:
                   WS-Word-End - WS-Word-Start + 1) TO WS-Norm-Input
           PERFORM Normalize-Text
           MOVE WS-Norm-Output TO DP-Surname(Candidate-Count).

       Compare-One-Pair.
           MOVE SPACES TO WS-Match-Basis
           MOVE 'N' TO WS-Same-Name
           MOVE 'N' TO WS-Same-Address
           IF DP-Norm-Name(WS-First-Index) NOT = SPACES
               AND DP-Norm-Name(WS-First-Index) =
                   DP-Norm-Name(WS-Second-Index)
               MOVE 'Y' TO WS-Same-Name
           END-IF
           IF DP-Norm-Street(WS-First-Index) NOT = SPACES
               AND DP-Norm-Street(WS-First-Index) =
                   DP-Norm-Street(WS-Second-Index)
               AND ((DP-Zip5(WS-First-Index) NOT = SPACES
                       AND DP-Zip5(WS-First-Index) =
                           DP-Zip5(WS-Second-Index))
                   OR (DP-Norm-City(WS-First-Index) NOT = SPACES
                       AND DP-Norm-City(WS-First-Index) =
                           DP-Norm-City(WS-Second-Index)))
               MOVE 'Y' TO WS-Same-Address
           END-IF

           EVALUATE TRUE
               WHEN DP-Tax-Id(WS-First-Index) NOT = SPACES
                       AND DP-Tax-Id(WS-First-Index) =
                           DP-Tax-Id(WS-Second-Index)
                   MOVE "TAX ID" TO WS-Match-Basis
               WHEN WS-Same-Name = 'Y' AND WS-Same-Address = 'Y'
                   MOVE "NAME+ADDRESS" TO WS-Match-Basis
               WHEN WS-Same-Address = 'Y'
                       AND DP-Surname(WS-First-Index) NOT = SPACES
                       AND DP-Surname(WS-First-Index) =
                           DP-Surname(WS-Second-Index)
                   MOVE "SURNAME+ADDRESS" TO WS-Match-Basis
               WHEN WS-Same-Name = 'Y'
                       AND DP-Zip5(WS-First-Index) NOT = SPACES
                       AND DP-Zip5(WS-First-Index) =
                           DP-Zip5(WS-Second-Index)
                   MOVE "NAME+ZIP" TO WS-Match-Basis
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-Match-Basis NOT = SPACES
               MOVE WS-Match-Basis TO PL-Match-Basis
               MOVE DP-Customer-Id(WS-First-Index) TO PL-First-Id
               MOVE DP-Customer-Name(WS-First-Index) TO PL-First-Name
               MOVE DP-Customer-Id(WS-Second-Index) TO PL-Second-Id
               MOVE DP-Customer-Name(WS-Second-Index) TO
                   PL-Second-Name
               MOVE DP-Addr-Street(WS-First-Index) TO PL-First-Street
               MOVE WS-Pair-Line TO WS-Report-Line
               PERFORM Write-Report-Line
               ADD 1 TO WS-Pair-Count
           END-IF.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
