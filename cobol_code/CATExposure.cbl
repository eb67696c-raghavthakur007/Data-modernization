      *> REINSURANCE.CEDED). A state accumulation whose retained
      *> total exceeds the XOL program's top (attachment plus the
      *> layer limits on XOL.TREATY) is flagged - one event there
      *> pierces the program. Output is CATEXPO.RPT. Each writing
      *> company has its own retentions and its own XOL program, so
      *> every accumulation is kept per company and measured against
      *> that company's program (Writing-Company-Code, RC- and
      *> XT-Company-Code - spaces read as the original "01").
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-Matched-Index            PIC 9(4) COMP.
       01  WS-Retained-Amount          PIC 9(11)V99.
       01  WS-Bucket-Zip               PIC X(10).
       01  WS-Row-Company-Code         PIC X(2).
       01  WS-Program-Index            PIC 9(4) COMP.
       01  WS-Count-Disp               PIC ZZZZZZ9.
       01  WS-Limits-Disp              PIC ZZZZZZZZZZZZ9.99.
       01  WS-Retained-Disp            PIC ZZZZZZZZZZZZ9.99.
                   DEPENDING ON Retention-Type-Count
                   INDEXED BY RetentionTypeIdx.
               10  RT-Policy-Type      PIC X(15).
               10  RT-Company-Code     PIC X(2).
               10  RT-Retention-Limit  PIC 9(9)V99.

      *> XOL program top per writing company.
       01  XOLPrograms.
           05  XOL-Program-Count       PIC 9(4) COMP VALUE 0.
           05  XOLProgramRecord OCCURS 1 TO 20 TIMES
                   DEPENDING ON XOL-Program-Count.
               10  PG-Company-Code     PIC X(2).
               10  PG-Program-Top      PIC 9(13)V99.

      *> One accumulation bucket per state/ZIP/type combination seen
      *> on the in-force book - the ZIP SPACES row is the state-level
      *> accumulation the piercing flag tests.
           05  ExposureBucketRecord OCCURS 1 TO 5000 TIMES
                   DEPENDING ON Exposure-Bucket-Count
                   INDEXED BY ExposureBucketIdx.
               10  EX-Company-Code     PIC X(2).
               10  EX-State-Code       PIC X(2).
               10  EX-Zip              PIC X(10).
               10  EX-Policy-Type      PIC X(15).
           END-IF.

       Note-One-Retention.
           MOVE RC-Company-Code TO WS-Row-Company-Code
           IF WS-Row-Company-Code = SPACES
               MOVE "01" TO WS-Row-Company-Code
           END-IF
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Retention-Type-Count
               IF RT-Policy-Type OF
                       RetentionTypeRecord(WS-Scan-Index) =
                       RC-Policy-Type
                   AND RT-Company-Code OF
                       RetentionTypeRecord(WS-Scan-Index) =
                       WS-Row-Company-Code
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
                   MOVE Retention-Type-Count TO WS-Matched-Index
                   MOVE RC-Policy-Type TO RT-Policy-Type OF
                       RetentionTypeRecord(WS-Matched-Index)
                   MOVE WS-Row-Company-Code TO RT-Company-Code OF
                       RetentionTypeRecord(WS-Matched-Index)
                   MOVE RC-Retention-Limit TO RT-Retention-Limit OF
                       RetentionTypeRecord(WS-Matched-Index)
               END-IF
       Load-XOL-Program.
      *> Program top = attachment of the lowest layer plus every
      *> layer limit stacked above it - the most one event can
      *> recover before the program exhausts - one top per writing
      *> company, each company's layers filed in attachment order.
           MOVE 0 TO XOL-Program-Count
           OPEN INPUT XOL-Treaty-File
           IF WS-XOL-Treaty-Status = "00"
               MOVE 'N' TO WS-End-Of-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Stack-One-XOL-Layer
                   END-IF
               END-PERFORM
               CLOSE XOL-Treaty-File
           END-IF.

       Stack-One-XOL-Layer.
           MOVE XT-Company-Code TO WS-Row-Company-Code
           IF WS-Row-Company-Code = SPACES
               MOVE "01" TO WS-Row-Company-Code
           END-IF
           PERFORM Find-XOL-Program
           IF WS-Program-Index = 0
               AND XOL-Program-Count < 20
               ADD 1 TO XOL-Program-Count
               MOVE XOL-Program-Count TO WS-Program-Index
               MOVE WS-Row-Company-Code TO
                   PG-Company-Code(WS-Program-Index)
               MOVE XT-Event-Attachment TO
                   PG-Program-Top(WS-Program-Index)
           END-IF
           IF WS-Program-Index > 0
               ADD XT-Event-Limit TO PG-Program-Top(WS-Program-Index)
           END-IF.

       Find-XOL-Program.
           MOVE 0 TO WS-Program-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > XOL-Program-Count
               IF PG-Company-Code(WS-Scan-Index) = WS-Row-Company-Code
                   MOVE WS-Scan-Index TO WS-Program-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Accumulate-In-Force-Book.
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-Policy-Master-Status NOT = "00"
           CLOSE POLICY-MASTER-FILE.

       Accumulate-One-Policy.
           MOVE Writing-Company-Code OF Policy-Master-Record TO
               WS-Row-Company-Code
           IF WS-Row-Company-Code = SPACES
               MOVE "01" TO WS-Row-Company-Code
           END-IF
           PERFORM Compute-Retained-Amount
      *> Once into the state-level bucket (ZIP spaces), and once into
      *> the ZIP bucket when the structured address carries one.
               IF RT-Policy-Type OF
                       RetentionTypeRecord(WS-Scan-Index) =
                       Policy-Type OF Policy-Master-Record
                   AND RT-Company-Code OF
                       RetentionTypeRecord(WS-Scan-Index) =
                       WS-Row-Company-Code
                   IF WS-Retained-Amount > RT-Retention-Limit OF
                           RetentionTypeRecord(WS-Scan-Index)
                       MOVE RT-Retention-Limit OF
                   AND EX-Policy-Type OF
                       ExposureBucketRecord(WS-Scan-Index) =
                           Policy-Type OF Policy-Master-Record
                   AND EX-Company-Code OF
                       ExposureBucketRecord(WS-Scan-Index) =
                           WS-Row-Company-Code
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
                           ExposureBucketRecord(WS-Matched-Index)
                   MOVE WS-Bucket-Zip TO EX-Zip OF
                       ExposureBucketRecord(WS-Matched-Index)
                   MOVE WS-Row-Company-Code TO EX-Company-Code OF
                       ExposureBucketRecord(WS-Matched-Index)
                   MOVE Policy-Type OF Policy-Master-Record TO
                       EX-Policy-Type OF
                           ExposureBucketRecord(WS-Matched-Index)
           MOVE "CATASTROPHE EXPOSURE ACCUMULATION - IN-FORCE BOOK"
               TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE "CO ST ZIP        POLICY TYPE      POLICIES      TOTA
      -    "L LIMITS         RETAINED" TO WS-Report-Line
           PERFORM Write-Report-Line

           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
       Write-One-Bucket-Line.
      *> The piercing flag marks a territory whose retained
      *> accumulation alone would blow through the XOL program's top
      *> in a single event - no flag prints when the company has no
      *> program on file to measure against.
           MOVE SPACES TO WS-Pierce-Flag
           MOVE EX-Company-Code OF
               ExposureBucketRecord(WS-Scan-Index) TO
               WS-Row-Company-Code
           MOVE 0 TO WS-Program-Index
           PERFORM VARYING WS-Matched-Index FROM 1 BY 1
               UNTIL WS-Matched-Index > XOL-Program-Count
               IF PG-Company-Code(WS-Matched-Index) =
                       WS-Row-Company-Code
                   MOVE WS-Matched-Index TO WS-Program-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Program-Index > 0
               IF EX-Total-Retained OF
                       ExposureBucketRecord(WS-Scan-Index) >
                       PG-Program-Top(WS-Program-Index)
                   MOVE "*PIERCE*" TO WS-Pierce-Flag
               END-IF
           END-IF
           MOVE EX-Policy-Count OF
               ExposureBucketRecord(WS-Scan-Index) TO WS-Count-Disp
               ExposureBucketRecord(WS-Scan-Index) TO
               WS-Retained-Disp
           MOVE SPACES TO WS-Report-Line
           STRING EX-Company-Code OF
                   ExposureBucketRecord(WS-Scan-Index) " "
                   EX-State-Code OF
                   ExposureBucketRecord(WS-Scan-Index) " "
                   EX-Zip OF ExposureBucketRecord(WS-Scan-Index) " "
                   EX-Policy-Type OF
