       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMailIntake.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Returned-mail intake. Renewal notices, cancellation notices,
      *> and claim letters the post office sends back used to land in
      *> a bin while the Correspondence hub kept mailing the same bad
      *> address. Each piece keyed onto RETURNED.MAIL by its document
      *> id is matched to the document on CORRESP.REGISTER, and:
      *>   - the customer's address is flagged RETURNED on
      *>     CUSTOMER.MASTER, which stops Correspondence routing print
      *>     mail there (it still logs every document) until
      *>     CustomerChange applies a new address;
      *>   - the customer goes on RETMAIL.WORKLIST, with the writing
      *>     agent when the document's reference is a policy, for the
      *>     agent or customer service to chase a good address;
      *>   - the return is recorded on the permanent RETMAIL.LOG -
      *>     for the statutory notices, the proof-of-notice outcome.
      *> A document id not on the register goes to the exceptions
      *> report. RETURNED.MAIL is consumed once worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Returned-Mail-File ASSIGN TO "RETURNED.MAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Returned-Mail-Status.
           SELECT Corresp-Register-File ASSIGN TO "CORRESP.REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Corresp-Register-Status.
           SELECT Returned-Mail-Log-File ASSIGN TO "RETMAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Returned-Mail-Log-Status.
           SELECT Worklist-File ASSIGN TO "RETMAIL.WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Worklist-Status.
           COPY CUSTMSEL.
           COPY POLMSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Returned-Mail-File.
           COPY RETMAIL.

       FD  Corresp-Register-File.
           COPY CORRREG.

       FD  Returned-Mail-Log-File.
           COPY RETMLOG.

       FD  Worklist-File.
       01  Worklist-Record.
           05  WL-Customer-Id         PIC X(10).
           05  WL-Recipient-Name      PIC X(50).
           05  WL-Bad-Address         PIC X(60).
           05  WL-Agent-Code          PIC X(8).
           05  WL-Document-Id         PIC X(10).
           05  WL-Letter-Type         PIC X(10).
           05  WL-Reference-Id        PIC X(15).
           05  WL-Returned-Date       PIC X(10).
           05  WL-Return-Reason       PIC X(20).

       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       WORKING-STORAGE SECTION.
       01  WS-Returned-Mail-Status     PIC XX.
       01  WS-Corresp-Register-Status  PIC XX.
       01  WS-Returned-Mail-Log-Status PIC XX.
       01  WS-Worklist-Status          PIC XX.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "ReturnedMailIntake".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Return-Index             PIC 9(8) COMP.
       01  WS-Flagged-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Unmatched-Count          PIC 9(8) COMP VALUE 0.
      *> The run's returned pieces, each filled in from its register
      *> row during the one pass over CORRESP.REGISTER.
       01  ReturnedPieces.
           05  Returned-Piece-Count    PIC 9(8) COMP.
           05  Returned-Piece-Entry OCCURS 1 TO 10000 TIMES
                   DEPENDING ON Returned-Piece-Count
                   INDEXED BY ReturnedPieceIdx.
               10  RP-Returned-Row     PIC X(40).
               10  RP-Matched          PIC X.
               10  RP-Register-Row     PIC X(215).
      *> The piece being worked and its register row, moved out of
      *> the table - both files are closed by then.
           COPY RETMAIL REPLACING Returned-Mail-Record BY
               WS-Returned-Piece.
           COPY CORRREG REPLACING Correspondence-Register-Record BY
               WS-Register-Document.

       PROCEDURE DIVISION.
       Begin-Returned-Mail-Intake.
           DISPLAY "Starting returned mail intake..."
           PERFORM Load-Returned-Pieces
           IF Returned-Piece-Count = 0
               DISPLAY "ReturnedMailIntake: no RETURNED.MAIL this run"
               STOP RUN
           END-IF
           PERFORM Match-Register-Documents

           OPEN I-O Customer-Master-File
           OPEN INPUT POLICY-MASTER-FILE
           OPEN EXTEND Returned-Mail-Log-File
           IF WS-Returned-Mail-Log-Status = "35"
               OPEN OUTPUT Returned-Mail-Log-File
           END-IF
           OPEN EXTEND Worklist-File
           IF WS-Worklist-Status = "35"
               OPEN OUTPUT Worklist-File
           END-IF

           PERFORM VARYING WS-Return-Index FROM 1 BY 1
               UNTIL WS-Return-Index > Returned-Piece-Count
               MOVE RP-Returned-Row(WS-Return-Index) TO
                   WS-Returned-Piece
               IF RP-Matched(WS-Return-Index) = 'Y'
                   MOVE RP-Register-Row(WS-Return-Index) TO
                       WS-Register-Document
                   PERFORM Work-One-Return
               ELSE
                   MOVE RM-Document-Id OF WS-Returned-Piece TO
                       WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       RM-Document-Id OF WS-Returned-Piece,
                       WS-Program-Name,
                       WS-Offending-Value
                   ADD 1 TO WS-Unmatched-Count
               END-IF
           END-PERFORM

           CLOSE Worklist-File
           CLOSE Returned-Mail-Log-File
           IF WS-Policy-Master-Status NOT = "35"
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF WS-Customer-Master-Status NOT = "35"
               CLOSE Customer-Master-File
           END-IF
           DISPLAY "Returned mail intake complete - "
               Returned-Piece-Count " pieces, " WS-Flagged-Count
               " addresses flagged, " WS-Unmatched-Count
               " not on the register."
           STOP RUN.

       Load-Returned-Pieces.
           MOVE 0 TO Returned-Piece-Count
           OPEN INPUT Returned-Mail-File
           IF WS-Returned-Mail-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Returned-Mail-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND RM-Document-Id OF Returned-Mail-Record
                       NOT = SPACES
                   AND Returned-Piece-Count < 10000
                   ADD 1 TO Returned-Piece-Count
                   MOVE Returned-Mail-Record TO
                       RP-Returned-Row(Returned-Piece-Count)
                   MOVE 'N' TO RP-Matched(Returned-Piece-Count)
                   MOVE SPACES TO
                       RP-Register-Row(Returned-Piece-Count)
               END-IF
           END-PERFORM
           CLOSE Returned-Mail-File
           OPEN OUTPUT Returned-Mail-File
           CLOSE Returned-Mail-File.

       Match-Register-Documents.
      *> The register is the hub's sequential log, so the match is
      *> one pass over it against the run's pieces.
           OPEN INPUT Corresp-Register-File
           IF WS-Corresp-Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Corresp-Register-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   PERFORM VARYING WS-Scan-Index FROM 1 BY 1
                       UNTIL WS-Scan-Index > Returned-Piece-Count
                       IF RP-Returned-Row(WS-Scan-Index)(1:10) =
                               DC-Document-Id OF
                               Correspondence-Register-Record
                           MOVE 'Y' TO RP-Matched(WS-Scan-Index)
                           MOVE Correspondence-Register-Record TO
                               RP-Register-Row(WS-Scan-Index)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE Corresp-Register-File.

       Work-One-Return.
           PERFORM Flag-Customer-Address
           PERFORM Write-Returned-Mail-Log
           PERFORM Write-Worklist-Entry.

       Flag-Customer-Address.
      *> A document with no customer behind it (a payee or vendor
      *> letter) has no master row to flag - the log and worklist
      *> still carry it.
           IF DC-Customer-Id OF WS-Register-Document = SPACES
               OR WS-Customer-Master-Status = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-Customer-Id OF WS-Register-Document TO CU-Customer-Id
           READ Customer-Master-File
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
      *> A piece mailed to an address the customer has since changed
      *> says nothing about the address on file now.
           IF CU-Customer-Address NOT =
                   DC-Recipient-Address OF WS-Register-Document
               EXIT PARAGRAPH
           END-IF
           IF CU-Address-Status NOT = "RETURNED"
               MOVE "RETURNED" TO CU-Address-Status
               MOVE RM-Returned-Date OF WS-Returned-Piece TO
                   CU-Returned-Date
               REWRITE Customer-Master-Record
                   INVALID KEY
                       DISPLAY "ReturnedMailIntake: rewrite failed "
                           "for " CU-Customer-Id
               END-REWRITE
               ADD 1 TO WS-Flagged-Count
           END-IF.

       Write-Returned-Mail-Log.
           MOVE DC-Document-Id OF WS-Register-Document TO RL-Document-Id
           MOVE DC-Letter-Type OF WS-Register-Document TO RL-Letter-Type
           MOVE DC-Reference-Id OF WS-Register-Document TO
               RL-Reference-Id
           MOVE DC-Customer-Id OF WS-Register-Document TO RL-Customer-Id
           MOVE DC-Recipient-Name OF WS-Register-Document TO
               RL-Recipient-Name
           MOVE DC-Recipient-Address OF WS-Register-Document TO
               RL-Recipient-Address
           MOVE DC-Log-Date OF WS-Register-Document TO RL-Mailed-Date
           MOVE RM-Returned-Date OF WS-Returned-Piece TO
               RL-Returned-Date
           MOVE RM-Return-Reason OF WS-Returned-Piece TO
               RL-Return-Reason
      *> Same statutory list Correspondence keeps mailing regardless.
           MOVE 'N' TO RL-Statutory-Notice
           IF DC-Letter-Type OF WS-Register-Document = "NONPAY"
               OR DC-Letter-Type OF WS-Register-Document = "LENDERNP"
               OR DC-Letter-Type OF WS-Register-Document = "ESCHNOTICE"
               OR DC-Letter-Type OF WS-Register-Document = "BNOTICE1"
               OR DC-Letter-Type OF WS-Register-Document = "BNOTICE2"
               MOVE 'Y' TO RL-Statutory-Notice
           END-IF
           WRITE Returned-Mail-Log-Record.

       Write-Worklist-Entry.
           MOVE DC-Customer-Id OF WS-Register-Document TO WL-Customer-Id
           MOVE DC-Recipient-Name OF WS-Register-Document TO
               WL-Recipient-Name
           MOVE DC-Recipient-Address OF WS-Register-Document TO
               WL-Bad-Address
           MOVE SPACES TO WL-Agent-Code
           IF WS-Policy-Master-Status NOT = "35"
               MOVE DC-Reference-Id OF WS-Register-Document TO
                   Policy-Number OF Policy-Master-Record
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Policy-Master-Status = "00"
                   MOVE Agent-Code OF Policy-Master-Record TO
                       WL-Agent-Code
               END-IF
           END-IF
           MOVE DC-Document-Id OF WS-Register-Document TO WL-Document-Id
           MOVE DC-Letter-Type OF WS-Register-Document TO WL-Letter-Type
           MOVE DC-Reference-Id OF WS-Register-Document TO
               WL-Reference-Id
           MOVE RM-Returned-Date OF WS-Returned-Piece TO
               WL-Returned-Date
           MOVE RM-Return-Reason OF WS-Returned-Piece TO
               WL-Return-Reason
           WRITE Worklist-Record.
