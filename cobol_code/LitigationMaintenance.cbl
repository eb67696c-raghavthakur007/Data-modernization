       IDENTIFICATION DIVISION.
       PROGRAM-ID. LitigationMaintenance.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Litigation maintenance for claims in suit, replacing the
      *> spreadsheet litigation desk kept on the side. Reads
      *> LITIGATION.TRANS - OPEN a suit on an adjudicated claim (suit
      *> date, venue and docket, plaintiff counsel, assigned defense
      *> firm), UPDATE any of those, KEYDATE to set an answer/
      *> mediation/deposition/trial date, CLOSE with a resolution -
      *> against the keyed CLAIMS.LITIGATION file, and every change
      *> lands on the claim diary through ClaimNote so the claim file
      *> finally knows it is litigated. After the transactions, the
      *> diary pass walks every OPEN suit and reminds the claim file
      *> (and LITDIARY.RPT) of each key date coming due inside the
      *> lead window - once per date. A transaction that does not fit
      *> the file goes to the exceptions report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Litigation-Trans-File ASSIGN TO "LITIGATION.TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Litigation-Trans-Status.
           SELECT Diary-Report-File ASSIGN TO "LITDIARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Diary-Report-Status.
           COPY CLMLITGSEL.
           COPY CLMREGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Litigation-Trans-File.
       01  Litigation-Trans-Record.
      *> OPEN, UPDATE, KEYDATE, or CLOSE.
           05  LX-Action              PIC X(10).
           05  LX-Claim-Number        PIC X(10).
           05  LX-User-Id             PIC X(8).
           05  LX-Suit-Date           PIC X(10).
           05  LX-Venue               PIC X(40).
           05  LX-Docket-Number       PIC X(20).
           05  LX-Plaintiff-Counsel   PIC X(50).
           05  LX-Defense-Firm        PIC X(50).
      *> KEYDATE: the date type and date. CLOSE: the close date
      *> (spaces means today) and the resolution.
           05  LX-Date-Type           PIC X(10).
           05  LX-Key-Date            PIC X(10).
           05  LX-Resolution          PIC X(10).

       FD  Diary-Report-File.
       01  Diary-Report-Record        PIC X(132).

       FD  Litigation-File.
           COPY CLMLITG.

       FD  Claims-Register-File.
           COPY CLMREGREC.

       WORKING-STORAGE SECTION.
       01  WS-Litigation-Trans-Status  PIC XX.
       01  WS-Diary-Report-Status      PIC XX.
       01  WS-Litigation-Status        PIC XX.
       01  WS-Claims-Register-Status   PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "LitigationMaint".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-Suit-Found               PIC X.
       01  WS-Date-Index               PIC 9(4) COMP.
       01  WS-Matched-Index            PIC 9(4) COMP.
       01  WS-Suit-Dirty               PIC X.
       01  WS-Note-User                PIC X(8) VALUE "SYSTEM".
       01  WS-Note-Text                PIC X(60).
       01  WS-Report-Line              PIC X(132).
      *> A key date this many days out (or already past) is diaried.
       01  WS-Diary-Lead-Days          PIC 9(3) VALUE 14.
       01  WS-Days-To-Date             PIC S9(9).
       01  WS-Key-Days                 PIC S9(9).
       01  WS-Today-Days               PIC S9(9).
       01  WS-Work-YYYYMMDD            PIC 9(8).
       01  WS-Applied-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Rejected-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Diaried-Count            PIC 9(8) COMP VALUE 0.
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY               PIC X(10).

       PROCEDURE DIVISION.
       Begin-Litigation-Maintenance.
           DISPLAY "Starting litigation maintenance run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)

           OPEN I-O Litigation-File
           IF WS-Litigation-Status = "35"
               OPEN OUTPUT Litigation-File
               CLOSE Litigation-File
               OPEN I-O Litigation-File
           END-IF
           OPEN INPUT Claims-Register-File

      *> No transactions is a normal day - the diary still runs.
           OPEN INPUT Litigation-Trans-File
           IF WS-Litigation-Trans-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Litigation-Trans-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       PERFORM Apply-One-Transaction
                   END-IF
               END-PERFORM
               CLOSE Litigation-Trans-File
           END-IF

           CLOSE Claims-Register-File
           PERFORM Work-Key-Date-Diary
           CLOSE Litigation-File
           DISPLAY "Litigation maintenance complete - applied "
               WS-Applied-Count ", rejected " WS-Rejected-Count
               ", diaried " WS-Diaried-Count " key dates."
           STOP RUN.

       Apply-One-Transaction.
           MOVE LX-Claim-Number TO LT-Claim-Number
           READ Litigation-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Litigation-Status = "00"
               MOVE 'Y' TO WS-Suit-Found
           ELSE
               MOVE 'N' TO WS-Suit-Found
           END-IF

           EVALUATE LX-Action
               WHEN "OPEN"
                   PERFORM Open-Suit
               WHEN "UPDATE"
                   PERFORM Update-Suit
               WHEN "KEYDATE"
                   PERFORM Set-Key-Date
               WHEN "CLOSE"
                   PERFORM Close-Suit
               WHEN OTHER
                   MOVE LX-Action TO WS-Offending-Value
                   PERFORM Reject-Transaction
           END-EVALUATE.

       Open-Suit.
      *> A suit attaches only to a claim on the register - the
      *> adjudication row (sequence 001) supplies the policy.
           IF WS-Suit-Found = 'Y'
               MOVE "SUIT EXISTS" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           MOVE LX-Claim-Number TO CR-Claim-Number
           MOVE 1 TO CR-Row-Sequence
           READ Claims-Register-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Claims-Register-Status NOT = "00"
               MOVE "NO CLAIM" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF

           INITIALIZE Litigation-Record
           MOVE LX-Claim-Number TO LT-Claim-Number
           MOVE CR-Policy-Number TO LT-Policy-Number
           IF LX-Suit-Date = SPACES
               MOVE WS-Today-MDY TO LT-Suit-Date
           ELSE
               MOVE LX-Suit-Date TO LT-Suit-Date
           END-IF
           MOVE LX-Venue TO LT-Venue
           MOVE LX-Docket-Number TO LT-Docket-Number
           MOVE LX-Plaintiff-Counsel TO LT-Plaintiff-Counsel
           MOVE LX-Defense-Firm TO LT-Defense-Firm
           MOVE "OPEN" TO LT-Suit-Status
           MOVE 0 TO LT-Legal-Spend
           MOVE 0 TO LT-Key-Date-Count
           WRITE Litigation-Record
               INVALID KEY
                   MOVE "SUIT EXISTS" TO WS-Offending-Value
                   PERFORM Reject-Transaction
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO WS-Note-Text
           STRING "CLAIM IN SUIT " LT-Suit-Date " DOCKET "
                   LT-Docket-Number DELIMITED BY SIZE
               INTO WS-Note-Text
           PERFORM Write-Suit-Note
           ADD 1 TO WS-Applied-Count.

       Update-Suit.
      *> Only the fields keyed on the transaction change.
           IF WS-Suit-Found = 'N'
               MOVE "NO SUIT" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           IF LX-Suit-Date NOT = SPACES
               MOVE LX-Suit-Date TO LT-Suit-Date
           END-IF
           IF LX-Venue NOT = SPACES
               MOVE LX-Venue TO LT-Venue
           END-IF
           IF LX-Docket-Number NOT = SPACES
               MOVE LX-Docket-Number TO LT-Docket-Number
           END-IF
           IF LX-Plaintiff-Counsel NOT = SPACES
               MOVE LX-Plaintiff-Counsel TO LT-Plaintiff-Counsel
           END-IF
           IF LX-Defense-Firm NOT = SPACES
               MOVE LX-Defense-Firm TO LT-Defense-Firm
           END-IF
           REWRITE Litigation-Record
               INVALID KEY CONTINUE
           END-REWRITE

           MOVE SPACES TO WS-Note-Text
           STRING "SUIT UPDATED - DEFENSE " LT-Defense-Firm
               DELIMITED BY SIZE INTO WS-Note-Text
           PERFORM Write-Suit-Note
           ADD 1 TO WS-Applied-Count.

       Set-Key-Date.
      *> One slot per date type - a new date for a type already on
      *> file replaces it and re-arms the reminder.
           IF WS-Suit-Found = 'N'
               OR LT-Suit-Status NOT = "OPEN"
               MOVE "NO OPEN SUIT" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           IF LX-Date-Type = SPACES OR LX-Key-Date = SPACES
               MOVE "NO KEY DATE" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Date-Index FROM 1 BY 1
               UNTIL WS-Date-Index > LT-Key-Date-Count
               IF LT-Date-Type(WS-Date-Index) = LX-Date-Type
                   MOVE WS-Date-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Matched-Index = 0
               IF LT-Key-Date-Count >= 8
                   MOVE "KEY DATES FULL" TO WS-Offending-Value
                   PERFORM Reject-Transaction
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LT-Key-Date-Count
               MOVE LT-Key-Date-Count TO WS-Matched-Index
           END-IF
           MOVE LX-Date-Type TO LT-Date-Type(WS-Matched-Index)
           MOVE LX-Key-Date TO LT-Key-Date(WS-Matched-Index)
           MOVE 'N' TO LT-Reminder-Sent(WS-Matched-Index)
           REWRITE Litigation-Record
               INVALID KEY CONTINUE
           END-REWRITE

           MOVE SPACES TO WS-Note-Text
           STRING "SUIT KEY DATE " LX-Date-Type " SET FOR "
                   LX-Key-Date DELIMITED BY SIZE
               INTO WS-Note-Text
           PERFORM Write-Suit-Note
           ADD 1 TO WS-Applied-Count.

       Close-Suit.
           IF WS-Suit-Found = 'N'
               OR LT-Suit-Status NOT = "OPEN"
               MOVE "NO OPEN SUIT" TO WS-Offending-Value
               PERFORM Reject-Transaction
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO LT-Suit-Status
           IF LX-Key-Date = SPACES
               MOVE WS-Today-MDY TO LT-Close-Date
           ELSE
               MOVE LX-Key-Date TO LT-Close-Date
           END-IF
           MOVE LX-Resolution TO LT-Resolution
           REWRITE Litigation-Record
               INVALID KEY CONTINUE
           END-REWRITE

           MOVE SPACES TO WS-Note-Text
           STRING "SUIT CLOSED " LT-Close-Date " - " LT-Resolution
               DELIMITED BY SIZE INTO WS-Note-Text
           PERFORM Write-Suit-Note
           ADD 1 TO WS-Applied-Count.

       Write-Suit-Note.
           CALL "ClaimNote" USING LX-Claim-Number, LX-User-Id,
               WS-Note-Text.

       Reject-Transaction.
           CALL "WriteExceptionReport" USING LX-Claim-Number,
               WS-Program-Name, WS-Offending-Value
           ADD 1 TO WS-Rejected-Count.

       Work-Key-Date-Diary.
           OPEN OUTPUT Diary-Report-File
           MOVE "LITIGATION KEY-DATE DIARY" TO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "CLAIM" TO WS-Report-Line(1:10)
           MOVE "DOCKET" TO WS-Report-Line(12:20)
           MOVE "DATE TYPE" TO WS-Report-Line(33:10)
           MOVE "DUE" TO WS-Report-Line(44:10)
           MOVE "DEFENSE FIRM" TO WS-Report-Line(55:50)
           PERFORM Write-Report-Line

           MOVE LOW-VALUES TO LT-Claim-Number
           START Litigation-File KEY NOT < LT-Claim-Number
               INVALID KEY
                   MOVE "23" TO WS-Litigation-Status
           END-START
           MOVE 'N' TO WS-End-Of-File
           IF WS-Litigation-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-File
           END-IF
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Litigation-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND LT-Suit-Status = "OPEN"
                   PERFORM Diary-One-Suit
               END-IF
           END-PERFORM
           CLOSE Diary-Report-File.

       Diary-One-Suit.
           MOVE 'N' TO WS-Suit-Dirty
           PERFORM VARYING WS-Date-Index FROM 1 BY 1
               UNTIL WS-Date-Index > LT-Key-Date-Count
               IF LT-Reminder-Sent(WS-Date-Index) NOT = 'Y'
                   MOVE LT-Key-Date(WS-Date-Index)(7:4) TO
                       WS-Work-YYYYMMDD(1:4)
                   MOVE LT-Key-Date(WS-Date-Index)(1:2) TO
                       WS-Work-YYYYMMDD(5:2)
                   MOVE LT-Key-Date(WS-Date-Index)(4:2) TO
                       WS-Work-YYYYMMDD(7:2)
                   COMPUTE WS-Key-Days =
                       FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
                   COMPUTE WS-Days-To-Date =
                       WS-Key-Days - WS-Today-Days
                   IF WS-Days-To-Date <= WS-Diary-Lead-Days
                       PERFORM Diary-One-Key-Date
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Suit-Dirty = 'Y'
               REWRITE Litigation-Record
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       Diary-One-Key-Date.
           MOVE SPACES TO WS-Note-Text
           STRING "DIARY: SUIT " LT-Date-Type(WS-Date-Index)
                   " DUE " LT-Key-Date(WS-Date-Index)
               DELIMITED BY SIZE INTO WS-Note-Text
           CALL "ClaimNote" USING LT-Claim-Number, WS-Note-User,
               WS-Note-Text

           MOVE SPACES TO WS-Report-Line
           MOVE LT-Claim-Number TO WS-Report-Line(1:10)
           MOVE LT-Docket-Number TO WS-Report-Line(12:20)
           MOVE LT-Date-Type(WS-Date-Index) TO WS-Report-Line(33:10)
           MOVE LT-Key-Date(WS-Date-Index) TO WS-Report-Line(44:10)
           MOVE LT-Defense-Firm TO WS-Report-Line(55:50)
           PERFORM Write-Report-Line

           MOVE 'Y' TO LT-Reminder-Sent(WS-Date-Index)
           MOVE 'Y' TO WS-Suit-Dirty
           ADD 1 TO WS-Diaried-Count.

       Write-Report-Line.
           MOVE WS-Report-Line TO Diary-Report-Record
           WRITE Diary-Report-Record.
