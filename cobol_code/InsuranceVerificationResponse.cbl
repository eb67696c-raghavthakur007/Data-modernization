       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsuranceVerificationResponse.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Works the state DMVs' return onto DMV.TRANSMIT and builds the
      *> error worklist. Reads DMV.RESPONSE - the detail FeedAcceptance
      *> published once the DMV return proved out against its
      *> controls - and matches each response to the transaction we
      *> sent by its reference: an ACK moves the log row to ACCEPTED,
      *> an ERR moves it to ERROR with the DMV's error code and text.
      *> A response to a reference we never sent goes to the
      *> exceptions report. DMVERROR.WORKLIST then lists every
      *> transaction that still needs someone: each one in ERROR, to
      *> be corrected and resent, and each one still SENT with no
      *> answer after the state's allowed days, to be chased. An
      *> unworked row on this list is how an insured ends up with an
      *> uninsured-motorist letter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Verification-Response-File ASSIGN TO "DMV.RESPONSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-Response-Status.
           SELECT Verification-State-File ASSIGN TO "DMV.STATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-State-Status.
           COPY INSVLOGSEL.
           SELECT Worklist-File ASSIGN TO "DMVERROR.WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Worklist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Verification-Response-File.
           COPY INSVRSP.

       FD  Verification-State-File.
           COPY INSVST.

       FD  Verification-Log-File.
           COPY INSVLOG.

       FD  Worklist-File.
       01  Report-Line-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Verification-Response-Status PIC XX.
       01  WS-Verification-State-Status    PIC XX.
       01  WS-Verification-Log-Status      PIC XX.
       01  WS-Worklist-Status              PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "InsuranceVerifResp".
       01  WS-Offending-Value          PIC X(15).
       01  WS-Report-Line              PIC X(132).
       01  WS-End-Of-File              PIC X.
       01  WS-Work-Reason              PIC X(12).
       01  WS-Reporting-Days           PIC 9(3).
       01  WS-Accepted-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Error-Count              PIC 9(8) COMP VALUE 0.
       01  WS-Unknown-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Worklist-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Count-Disp               PIC ZZZZZZZ9.
       01  WS-Today-Days               PIC S9(9).
       01  WS-Sent-Days                PIC S9(9).
       01  WS-Days-Since               PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).

      *> DMV.STATE, one row per reporting state.
       01  VerificationStateTable.
           05  Verification-State-Count PIC 9(4) COMP.
           05  VerificationStateRecord OCCURS 1 TO 60 TIMES
                   DEPENDING ON Verification-State-Count
                   INDEXED BY VerificationStateIdx.
               10  ST-State-Code       PIC X(2).
               10  ST-Company-Code     PIC X(10).
               10  ST-Reporting-Days   PIC 9(3).

       PROCEDURE DIVISION.
       Begin-Verification-Response.
           DISPLAY "Starting DMV verification response run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)

           PERFORM Load-State-Table

           OPEN I-O Verification-Log-File
           IF WS-Verification-Log-Status = "35"
               OPEN OUTPUT Verification-Log-File
               CLOSE Verification-Log-File
               OPEN I-O Verification-Log-File
           END-IF

           OPEN INPUT Verification-Response-File
           IF WS-Verification-Response-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Verification-Response-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Apply-One-Response
                   END-IF
               END-PERFORM
               CLOSE Verification-Response-File
           ELSE
               DISPLAY "InsuranceVerificationResponse: no "
                   "DMV.RESPONSE this run"
           END-IF

           PERFORM Write-Error-Worklist

           CLOSE Verification-Log-File
           DISPLAY "DMV verification response run complete - "
               WS-Accepted-Count " accepted, " WS-Error-Count
               " in error, " WS-Worklist-Count " on the worklist."
           STOP RUN.

       Load-State-Table.
           MOVE 0 TO Verification-State-Count
           OPEN INPUT Verification-State-File
           IF WS-Verification-State-Status = '00'
               PERFORM UNTIL WS-Verification-State-Status NOT = '00'
                   READ Verification-State-File
                       AT END
                           MOVE '10' TO WS-Verification-State-Status
                   END-READ
                   IF WS-Verification-State-Status = '00'
                       AND Verification-State-Count < 60
                       ADD 1 TO Verification-State-Count
                       MOVE Verification-State-Record TO
                           VerificationStateRecord(
                               Verification-State-Count)
                   END-IF
               END-PERFORM
               CLOSE Verification-State-File
           END-IF.

       Apply-One-Response.
           MOVE VR-Reference TO VL-Reference
           READ Verification-Log-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Verification-Log-Status NOT = "00"
               MOVE VR-VIN TO WS-Offending-Value
               CALL "WriteExceptionReport" USING VR-Reference,
                   WS-Program-Name, WS-Offending-Value
               ADD 1 TO WS-Unknown-Count
               EXIT PARAGRAPH
           END-IF

      *> A resend answered ACK clears an earlier ERR on the same
      *> reference, so the latest word from the DMV is what stands.
           EVALUATE VR-Response-Code
               WHEN "ACK"
                   MOVE "ACCEPTED" TO VL-Status
                   MOVE SPACES TO VL-Error-Code
                   MOVE SPACES TO VL-Error-Text
                   ADD 1 TO WS-Accepted-Count
               WHEN "ERR"
                   MOVE "ERROR" TO VL-Status
                   MOVE VR-Error-Code TO VL-Error-Code
                   MOVE VR-Error-Text TO VL-Error-Text
                   ADD 1 TO WS-Error-Count
               WHEN OTHER
                   MOVE VR-Response-Code TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING VR-Reference,
                       WS-Program-Name, WS-Offending-Value
                   ADD 1 TO WS-Unknown-Count
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE VR-Response-Date TO VL-Response-Date
           REWRITE Verification-Log-Record
               INVALID KEY
                   DISPLAY "InsuranceVerificationResponse: rewrite "
                       "failed for " VR-Reference
           END-REWRITE.

       Write-Error-Worklist.
           OPEN OUTPUT Worklist-File
           MOVE SPACES TO WS-Report-Line
           STRING "DMV INSURANCE VERIFICATION ERROR WORKLIST - "
                   WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "REFERENCE" TO WS-Report-Line(1:10)
           MOVE "ST" TO WS-Report-Line(12:2)
           MOVE "TXN" TO WS-Report-Line(15:3)
           MOVE "POLICY" TO WS-Report-Line(19:10)
           MOVE "VIN" TO WS-Report-Line(30:17)
           MOVE "EFFECTIVE" TO WS-Report-Line(48:10)
           MOVE "SENT" TO WS-Report-Line(59:10)
           MOVE "REASON" TO WS-Report-Line(70:12)
           MOVE "ERROR" TO WS-Report-Line(83:6)
           MOVE "DETAIL" TO WS-Report-Line(90:30)
           PERFORM Write-Report-Line

           MOVE LOW-VALUES TO VL-Reference
           START Verification-Log-File KEY IS NOT LESS THAN
                   VL-Reference
               INVALID KEY
                   MOVE "10" TO WS-Verification-Log-Status
           END-START
           IF WS-Verification-Log-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Verification-Log-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Test-Worklist-Row
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Worklist-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TRANSACTIONS TO WORK    " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Unknown-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "UNMATCHED RESPONSES     " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           CLOSE Worklist-File.

       Test-Worklist-Row.
           MOVE SPACES TO WS-Work-Reason
           EVALUATE VL-Status
               WHEN "ERROR"
                   MOVE "DMV ERROR" TO WS-Work-Reason
               WHEN "SENT"
                   PERFORM Test-Overdue-Answer
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Work-Reason = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Report-Line
           MOVE VL-Reference TO WS-Report-Line(1:10)
           MOVE VL-State-Code TO WS-Report-Line(12:2)
           MOVE VL-Transaction-Type TO WS-Report-Line(15:3)
           MOVE VL-Policy-Number TO WS-Report-Line(19:10)
           MOVE VL-VIN TO WS-Report-Line(30:17)
           MOVE VL-Effective-Date TO WS-Report-Line(48:10)
           MOVE VL-Sent-Date TO WS-Report-Line(59:10)
           MOVE WS-Work-Reason TO WS-Report-Line(70:12)
           MOVE VL-Error-Code TO WS-Report-Line(83:6)
           MOVE VL-Error-Text TO WS-Report-Line(90:30)
           IF VL-Late-Flag = 'Y'
               MOVE "REPORTED LATE" TO WS-Report-Line(121:12)
           END-IF
           PERFORM Write-Report-Line
           ADD 1 TO WS-Worklist-Count.

       Test-Overdue-Answer.
      *> The DMV owes an answer within the same allowed days we owe
      *> the report; a state no longer on DMV.STATE is not chased.
           MOVE 0 TO WS-Reporting-Days
           PERFORM VARYING VerificationStateIdx FROM 1 BY 1
               UNTIL VerificationStateIdx > Verification-State-Count
               IF ST-State-Code(VerificationStateIdx) = VL-State-Code
                   MOVE ST-Reporting-Days(VerificationStateIdx) TO
                       WS-Reporting-Days
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Reporting-Days = 0 OR VL-Sent-Date = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE VL-Sent-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
           MOVE VL-Sent-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
           MOVE VL-Sent-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-Sent-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           COMPUTE WS-Days-Since = WS-Today-Days - WS-Sent-Days
           IF WS-Days-Since > WS-Reporting-Days
               MOVE "NO ANSWER" TO WS-Work-Reason
           END-IF.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
