       IDENTIFICATION DIVISION.
       PROGRAM-ID. LargeLossFlash.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Daily large-loss run. The treaties require us to advise the
      *> reinsurers within a set number of days of any claim likely to
      *> exceed their reporting threshold, and management wants to
      *> hear about a big loss the day it arrives. Every claim on
      *> CLAIMS.REGISTER is rolled up - Amount-of-Loss off the
      *> adjudication row, paid-to-date off the PAY/SUPPLEMENT/
      *> EXPENSE rows net of RECOVERY rows (the LossTriangle rule),
      *> and the OPEN case reserve off CLAIMS.RESERVES - and tested
      *> against its Policy-Type's threshold on LARGE.LOSS.THRESHOLD.
      *> A claim crossing it for the first time goes on the flash
      *> report for claims management (LARGELOSS.FLASH) and gets a
      *> formal loss advice (REINS.LOSS.ADVICE) addressed to the
      *> treaty panel it was ceded to and any facultative reinsurer
      *> on risk at the date of loss. LARGE.LOSS.NOTICE remembers
      *> every claim advised, so a claim is noticed once; after that
      *> it is re-advised only when its incurred moves materially
      *> from what was last advised.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLMREGSEL.
           COPY CLMRSVSEL.
           COPY LLNOTCSEL.
           COPY FACCERTSEL.
           SELECT Large-Loss-Threshold-File
               ASSIGN TO "LARGE.LOSS.THRESHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Large-Loss-Threshold-Status.
           SELECT Reinsurance-Ceded-File ASSIGN TO "REINSURANCE.CEDED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reinsurance-Ceded-Status.
           SELECT Reins-Treaty-File ASSIGN TO "REINS.TREATY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reins-Treaty-Status.
           SELECT Flash-Report-File ASSIGN TO "LARGELOSS.FLASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Flash-Report-Status.
           SELECT Loss-Advice-File ASSIGN TO "REINS.LOSS.ADVICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Loss-Advice-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Claims-Register-File.
           COPY CLMREGREC.

       FD  Claims-Reserve-File.
           COPY CLMRSV.

       FD  Large-Loss-Notice-File.
           COPY LLNOTC.

       FD  Fac-Certificate-File.
           COPY FACCERT.

       FD  Large-Loss-Threshold-File.
           COPY LLTHRSH.

       FD  Reinsurance-Ceded-File.
           COPY REINSCED.

       FD  Reins-Treaty-File.
           COPY TRTYREC.

       FD  Flash-Report-File.
       01  Flash-Report-Record        PIC X(132).

       FD  Loss-Advice-File.
       01  Loss-Advice-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-Claims-Register-Status        PIC XX.
       01  WS-Claims-Reserve-Status         PIC XX.
       01  WS-Large-Loss-Notice-Status      PIC XX.
       01  WS-Fac-Certificate-Status        PIC XX.
       01  WS-Large-Loss-Threshold-Status   PIC XX.
       01  WS-Reinsurance-Ceded-Status      PIC XX.
       01  WS-Reins-Treaty-Status           PIC XX.
       01  WS-Flash-Report-Status           PIC XX.
       01  WS-Loss-Advice-Status            PIC XX.
       01  WS-Report-Line                   PIC X(132).
       01  WS-End-Of-Register               PIC X.
       01  WS-End-Of-File                   PIC X.
       01  WS-End-Of-Certificates           PIC X.
       01  WS-Fac-File-Open                 PIC X.
       01  WS-Notice-Found                  PIC X.
       01  WS-Scan-Index                    PIC 9(8) COMP.
       01  WS-Matched-Index                 PIC 9(8) COMP.
       01  WS-Threshold-Index               PIC 9(4) COMP.
       01  WS-Matched-Treaty                PIC 9(4) COMP.
       01  WS-Panel-Index                   PIC 9(4) COMP.
       01  WS-Fac-Index                     PIC 9(4) COMP.

      *> The claim being rolled up off the register - its rows sit
      *> together on the claim number + sequence key.
       01  WS-Claim-Number                  PIC X(10) VALUE SPACES.
       01  WS-Policy-Number                 PIC X(10).
       01  WS-Policy-Type                   PIC X(15).
       01  WS-Date-Of-Loss                  PIC X(10).
       01  WS-Cause-Of-Loss                 PIC X(10).
       01  WS-Intake-Date                   PIC X(10).
       01  WS-Adjudication-Status           PIC X(10).
       01  WS-Loss-Amount                   PIC 9(9)V99.
       01  WS-Paid-Amount                   PIC 9(9)V99.
       01  WS-Recovered-Amount              PIC 9(9)V99.
       01  WS-Paid-To-Date                  PIC 9(9)V99.
       01  WS-Reserve-Amount                PIC 9(9)V99.
       01  WS-Incurred-Amount               PIC 9(9)V99.
       01  WS-Prior-Advised                 PIC 9(9)V99.
       01  WS-Movement                      PIC 9(9)V99.
       01  WS-Material-Movement             PIC 9(9)V99.
       01  WS-Trigger                       PIC X(10).
       01  WS-Advice-Type                   PIC X(9).
       01  WS-Late-Flag                     PIC X.
       01  WS-Has-Cession                   PIC X.

       01  WS-Today-Days                    PIC S9(9).
       01  WS-Due-Days                      PIC S9(9).
       01  WS-Work-YYYYMMDD                 PIC 9(8).
       01  WS-Loss-YYYYMMDD                 PIC 9(8).
       01  WS-Cert-Eff-YYYYMMDD             PIC 9(8).
       01  WS-Cert-Exp-YYYYMMDD             PIC 9(8).
       01  WS-Due-Date                      PIC X(10).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                     PIC X(10).

       01  WS-First-Count                   PIC 9(8) COMP VALUE 0.
       01  WS-Follow-Up-Count               PIC 9(8) COMP VALUE 0.
       01  WS-Advice-Count                  PIC 9(8) COMP VALUE 0.
       01  WS-Late-Count                    PIC 9(8) COMP VALUE 0.
       01  WS-Amount-Disp                   PIC ZZZZZZZZ9.99.
       01  WS-Share-Disp                    PIC ZZ9.99.
       01  WS-Advice-No-Disp                PIC ZZ9.
       01  WS-Count-Disp                    PIC ZZZZZZZ9.

      *> LARGE.LOSS.THRESHOLD, one row per Policy-Type.
       01  LargeLossThresholdTable.
           05  Threshold-Count         PIC 9(4) COMP.
           05  ThresholdRecord OCCURS 1 TO 20 TIMES
                   DEPENDING ON Threshold-Count
                   INDEXED BY ThresholdIdx.
               10  TH-Policy-Type          PIC X(15).
               10  TH-Reporting-Threshold  PIC 9(9)V99.
               10  TH-Notice-Days          PIC 9(3).
               10  TH-Movement-Percent     PIC 9(3).
               10  TH-Movement-Minimum     PIC 9(9)V99.

      *> Facultative certificates on risk at the date of loss for the
      *> claim being advised.
       01  FacOnRiskTable.
           05  Fac-On-Risk-Count       PIC 9(4) COMP.
           05  FacOnRiskRecord OCCURS 10 TIMES.
               10  FR-Certificate-Id   PIC X(10).
               10  FR-Reinsurer-Id     PIC X(8).
               10  FR-Reinsurer-Name   PIC X(30).
       COPY REINSCTBL.
       COPY TRTYTBL.

       PROCEDURE DIVISION.
       Begin-Large-Loss-Flash.
           DISPLAY "Starting large-loss flash run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY
           STRING WS-Current-Year WS-Current-Month WS-Current-Day
               DELIMITED BY SIZE INTO WS-Work-YYYYMMDD
           COMPUTE WS-Today-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)

           PERFORM Load-Threshold-Table
           PERFORM Load-Ceded-Extract
           PERFORM Load-Treaty-Table

           OPEN I-O Large-Loss-Notice-File
           IF WS-Large-Loss-Notice-Status = "35"
               OPEN OUTPUT Large-Loss-Notice-File
               CLOSE Large-Loss-Notice-File
               OPEN I-O Large-Loss-Notice-File
           END-IF
           OPEN INPUT Claims-Reserve-File
           MOVE 'N' TO WS-Fac-File-Open
           OPEN INPUT Fac-Certificate-File
           IF WS-Fac-Certificate-Status = "00"
               MOVE 'Y' TO WS-Fac-File-Open
           END-IF

           OPEN OUTPUT Flash-Report-File
           OPEN OUTPUT Loss-Advice-File
           MOVE SPACES TO WS-Report-Line
           STRING "LARGE-LOSS FLASH REPORT - " WS-Today-MDY
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Flash-Line
           MOVE SPACES TO WS-Report-Line
           MOVE "CLAIM" TO WS-Report-Line(1:10)
           MOVE "POLICY" TO WS-Report-Line(12:10)
           MOVE "TYPE" TO WS-Report-Line(23:15)
           MOVE "LOSS DATE" TO WS-Report-Line(39:10)
           MOVE "TRIGGER" TO WS-Report-Line(50:7)
           MOVE "LOSS AMOUNT" TO WS-Report-Line(59:11)
           MOVE "RESERVE" TO WS-Report-Line(76:7)
           MOVE "PAID" TO WS-Report-Line(92:4)
           MOVE "INCURRED" TO WS-Report-Line(101:8)
           MOVE "ADVICE" TO WS-Report-Line(110:9)
           MOVE "NOTICE DUE" TO WS-Report-Line(120:10)
           PERFORM Write-Flash-Line

           OPEN INPUT Claims-Register-File
           IF WS-Claims-Register-Status = "00"
               MOVE 'N' TO WS-End-Of-Register
               PERFORM UNTIL WS-End-Of-Register = 'Y'
                   READ Claims-Register-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-End-Of-Register
                   END-READ
                   IF WS-End-Of-Register = 'N'
                       IF CR-Claim-Number NOT = WS-Claim-Number
                           IF WS-Claim-Number NOT = SPACES
                               PERFORM Test-One-Claim
                           END-IF
                           PERFORM Start-Claim-Rollup
                       END-IF
                       PERFORM Roll-Up-Register-Row
                   END-IF
               END-PERFORM
               IF WS-Claim-Number NOT = SPACES
                   PERFORM Test-One-Claim
               END-IF
               CLOSE Claims-Register-File
           END-IF

           PERFORM Write-Flash-Totals
           CLOSE Flash-Report-File
           CLOSE Loss-Advice-File
           IF WS-Fac-File-Open = 'Y'
               CLOSE Fac-Certificate-File
           END-IF
           CLOSE Claims-Reserve-File
           CLOSE Large-Loss-Notice-File
           DISPLAY "Large-loss flash complete - " WS-First-Count
               " new, " WS-Follow-Up-Count " follow-up, "
               WS-Advice-Count " loss advices."
           STOP RUN.

       Load-Threshold-Table.
      *> No file means no Policy-Type has a reporting threshold and
      *> nothing is flashed.
           MOVE 0 TO Threshold-Count
           OPEN INPUT Large-Loss-Threshold-File
           IF WS-Large-Loss-Threshold-Status = '00'
               PERFORM UNTIL WS-Large-Loss-Threshold-Status NOT = '00'
                   READ Large-Loss-Threshold-File
                       AT END
                           MOVE '10' TO WS-Large-Loss-Threshold-Status
                   END-READ
                   IF WS-Large-Loss-Threshold-Status = '00'
                       AND Threshold-Count < 20
                       ADD 1 TO Threshold-Count
                       MOVE Large-Loss-Threshold-Record TO
                           ThresholdRecord(Threshold-Count)
                   END-IF
               END-PERFORM
               CLOSE Large-Loss-Threshold-File
           END-IF.

       Load-Ceded-Extract.
           MOVE 0 TO Reinsurance-Ceded-Count
           OPEN INPUT Reinsurance-Ceded-File
           IF WS-Reinsurance-Ceded-Status = '00'
               PERFORM UNTIL WS-Reinsurance-Ceded-Status NOT = '00'
                   READ Reinsurance-Ceded-File
                       AT END
                           MOVE '10' TO WS-Reinsurance-Ceded-Status
                   END-READ
                   IF WS-Reinsurance-Ceded-Status = '00'
                       ADD 1 TO Reinsurance-Ceded-Count
                       MOVE Reinsurance-Ceded-Record TO
                           ReinsCededTblRecord(Reinsurance-Ceded-Count)
                   END-IF
               END-PERFORM
               CLOSE Reinsurance-Ceded-File
           END-IF.

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

       Start-Claim-Rollup.
           MOVE CR-Claim-Number TO WS-Claim-Number
           MOVE CR-Policy-Number OF Claims-Register-Record TO
               WS-Policy-Number
           MOVE CR-Policy-Type TO WS-Policy-Type
           MOVE CR-Date-of-Loss TO WS-Date-Of-Loss
           MOVE CR-Cause-of-Loss TO WS-Cause-Of-Loss
           MOVE CR-Intake-Date TO WS-Intake-Date
           MOVE SPACES TO WS-Adjudication-Status
           MOVE 0 TO WS-Loss-Amount
           MOVE 0 TO WS-Paid-Amount
           MOVE 0 TO WS-Recovered-Amount.

       Roll-Up-Register-Row.
      *> The adjudication row carries the claim's own figures; the
      *> follow-on rows only move money.
           IF CR-Row-Sequence = 1
               MOVE CR-Claim-Status TO WS-Adjudication-Status
               MOVE CR-Amount-of-Loss TO WS-Loss-Amount
           END-IF
           EVALUATE CR-Claim-Status
               WHEN "PAY"
               WHEN "SUPPLEMENT"
               WHEN "EXPENSE"
                   ADD CR-Net-Payment-Amount TO WS-Paid-Amount
               WHEN "RECOVERY"
                   ADD CR-Net-Payment-Amount TO WS-Recovered-Amount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Test-One-Claim.
           MOVE 0 TO WS-Threshold-Index
           PERFORM VARYING ThresholdIdx FROM 1 BY 1
               UNTIL ThresholdIdx > Threshold-Count
               IF TH-Policy-Type(ThresholdIdx) = WS-Policy-Type
                   SET WS-Threshold-Index TO ThresholdIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Threshold-Index = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-Paid-Amount > WS-Recovered-Amount
               COMPUTE WS-Paid-To-Date =
                   WS-Paid-Amount - WS-Recovered-Amount
           ELSE
               MOVE 0 TO WS-Paid-To-Date
           END-IF
           MOVE 0 TO WS-Reserve-Amount
           MOVE WS-Claim-Number TO RV-Claim-Number
           READ Claims-Reserve-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Claims-Reserve-Status = "00"
               AND RV-Reserve-Status = "OPEN"
               MOVE RV-Reserve-Amount TO WS-Reserve-Amount
           END-IF
      *> Incurred is paid plus what is still reserved; a claim with
      *> neither yet is carried at its reported Amount-of-Loss.
           COMPUTE WS-Incurred-Amount =
               WS-Paid-To-Date + WS-Reserve-Amount
           IF WS-Incurred-Amount = 0
               MOVE WS-Loss-Amount TO WS-Incurred-Amount
           END-IF

           MOVE WS-Claim-Number TO LN-Claim-Number
           READ Large-Loss-Notice-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Large-Loss-Notice-Status = "00"
               MOVE 'Y' TO WS-Notice-Found
           ELSE
               MOVE 'N' TO WS-Notice-Found
           END-IF

           IF WS-Notice-Found = 'N'
               PERFORM Test-First-Crossing
           ELSE
               PERFORM Test-Material-Movement
           END-IF.

       Test-First-Crossing.
      *> A rejected claim is not a loss, whatever was reported.
           IF WS-Adjudication-Status = "REJECT"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-Loss-Amount >=
                       TH-Reporting-Threshold(WS-Threshold-Index)
                   MOVE "LOSS" TO WS-Trigger
               WHEN WS-Reserve-Amount >=
                       TH-Reporting-Threshold(WS-Threshold-Index)
                   MOVE "RESERVE" TO WS-Trigger
               WHEN WS-Paid-To-Date >=
                       TH-Reporting-Threshold(WS-Threshold-Index)
                   MOVE "PAID" TO WS-Trigger
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM Set-Notice-Due-Date
           INITIALIZE Large-Loss-Notice-Record
           MOVE WS-Claim-Number TO LN-Claim-Number
           MOVE WS-Policy-Number TO LN-Policy-Number
           MOVE WS-Policy-Type TO LN-Policy-Type
           MOVE WS-Trigger TO LN-Trigger
           MOVE WS-Today-MDY TO LN-First-Notice-Date
           MOVE WS-Due-Date TO LN-Notice-Due-Date
           MOVE WS-Today-MDY TO LN-Last-Advice-Date
           MOVE WS-Incurred-Amount TO LN-Last-Incurred
           MOVE 1 TO LN-Advice-Count
           WRITE Large-Loss-Notice-Record
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 0 TO WS-Prior-Advised
           MOVE "FIRST" TO WS-Advice-Type
           ADD 1 TO WS-First-Count
           PERFORM Advise-Large-Loss.

       Test-Material-Movement.
      *> Re-advised only when incurred has moved - either way - by
      *> the movement percentage of what was last advised, or the
      *> flat minimum, whichever is larger.
           IF WS-Incurred-Amount >= LN-Last-Incurred
               COMPUTE WS-Movement =
                   WS-Incurred-Amount - LN-Last-Incurred
           ELSE
               COMPUTE WS-Movement =
                   LN-Last-Incurred - WS-Incurred-Amount
           END-IF
           COMPUTE WS-Material-Movement ROUNDED =
               LN-Last-Incurred *
               TH-Movement-Percent(WS-Threshold-Index) / 100
           IF WS-Material-Movement <
                   TH-Movement-Minimum(WS-Threshold-Index)
               MOVE TH-Movement-Minimum(WS-Threshold-Index) TO
                   WS-Material-Movement
           END-IF
           IF WS-Movement = 0
               OR WS-Movement < WS-Material-Movement
               EXIT PARAGRAPH
           END-IF

           MOVE LN-Last-Incurred TO WS-Prior-Advised
           MOVE LN-Trigger TO WS-Trigger
           MOVE LN-Notice-Due-Date TO WS-Due-Date
           MOVE 'N' TO WS-Late-Flag
           MOVE WS-Today-MDY TO LN-Last-Advice-Date
           MOVE WS-Incurred-Amount TO LN-Last-Incurred
           ADD 1 TO LN-Advice-Count
           REWRITE Large-Loss-Notice-Record
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "FOLLOW-UP" TO WS-Advice-Type
           ADD 1 TO WS-Follow-Up-Count
           PERFORM Advise-Large-Loss.

       Set-Notice-Due-Date.
      *> The treaty clock runs from the day the claim was reported;
      *> advising after it has run out is flagged late.
           IF WS-Intake-Date = SPACES
               MOVE WS-Today-Days TO WS-Due-Days
           ELSE
               MOVE WS-Intake-Date(7:4) TO WS-Work-YYYYMMDD(1:4)
               MOVE WS-Intake-Date(1:2) TO WS-Work-YYYYMMDD(5:2)
               MOVE WS-Intake-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
               COMPUTE WS-Due-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           END-IF
           ADD TH-Notice-Days(WS-Threshold-Index) TO WS-Due-Days
           COMPUTE WS-Work-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-Due-Days)
           MOVE SPACES TO WS-Due-Date
           STRING WS-Work-YYYYMMDD(5:2) "/" WS-Work-YYYYMMDD(7:2) "/"
                   WS-Work-YYYYMMDD(1:4)
               DELIMITED BY SIZE INTO WS-Due-Date
           IF WS-Today-Days > WS-Due-Days
               MOVE 'Y' TO WS-Late-Flag
               ADD 1 TO WS-Late-Count
           ELSE
               MOVE 'N' TO WS-Late-Flag
           END-IF.

       Advise-Large-Loss.
           PERFORM Find-Cession
           PERFORM Write-Flash-Detail
           IF WS-Has-Cession = 'Y'
               PERFORM Write-Loss-Advice
               ADD 1 TO WS-Advice-Count
           END-IF.

       Find-Cession.
      *> The treaty the policy was last ceded under (the ceded
      *> extract is appended every rating run, so the last row wins)
      *> and every fac certificate on risk at the date of loss.
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Reinsurance-Ceded-Count
               IF RC-Policy-Number OF
                       ReinsCededTblRecord(WS-Scan-Index) =
                       WS-Policy-Number
                   MOVE WS-Scan-Index TO WS-Matched-Index
               END-IF
           END-PERFORM
           MOVE 0 TO WS-Matched-Treaty
           IF WS-Matched-Index NOT = 0
               AND RC-Ceded-Amount OF
                   ReinsCededTblRecord(WS-Matched-Index) > 0
               PERFORM VARYING TreatyIdx FROM 1 BY 1
                   UNTIL TreatyIdx > Treaty-Count
                   IF TR-Treaty-Id OF ReinsTreatyRecord(TreatyIdx) =
                           RC-Treaty-Id OF
                               ReinsCededTblRecord(WS-Matched-Index)
                       SET WS-Matched-Treaty TO TreatyIdx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO Fac-On-Risk-Count
           IF WS-Fac-File-Open = 'Y'
               PERFORM Find-Fac-On-Risk
           END-IF

           IF WS-Matched-Treaty NOT = 0 OR Fac-On-Risk-Count > 0
               MOVE 'Y' TO WS-Has-Cession
           ELSE
               MOVE 'N' TO WS-Has-Cession
           END-IF.

       Find-Fac-On-Risk.
           MOVE WS-Date-Of-Loss(7:4) TO WS-Loss-YYYYMMDD(1:4)
           MOVE WS-Date-Of-Loss(1:2) TO WS-Loss-YYYYMMDD(5:2)
           MOVE WS-Date-Of-Loss(4:2) TO WS-Loss-YYYYMMDD(7:2)
           MOVE WS-Policy-Number TO FC-Policy-Number
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
               READ Fac-Certificate-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Certificates
               END-READ
               IF WS-End-Of-Certificates = 'N'
                   IF FC-Policy-Number NOT = WS-Policy-Number
                       MOVE 'Y' TO WS-End-Of-Certificates
                   ELSE
                       PERFORM Note-Fac-On-Risk
                   END-IF
               END-IF
           END-PERFORM.

       Note-Fac-On-Risk.
           MOVE FC-Effective-Date(7:4) TO WS-Cert-Eff-YYYYMMDD(1:4)
           MOVE FC-Effective-Date(1:2) TO WS-Cert-Eff-YYYYMMDD(5:2)
           MOVE FC-Effective-Date(4:2) TO WS-Cert-Eff-YYYYMMDD(7:2)
           MOVE FC-Expiration-Date(7:4) TO WS-Cert-Exp-YYYYMMDD(1:4)
           MOVE FC-Expiration-Date(1:2) TO WS-Cert-Exp-YYYYMMDD(5:2)
           MOVE FC-Expiration-Date(4:2) TO WS-Cert-Exp-YYYYMMDD(7:2)
           IF WS-Loss-YYYYMMDD >= WS-Cert-Eff-YYYYMMDD
               AND WS-Loss-YYYYMMDD <= WS-Cert-Exp-YYYYMMDD
               AND Fac-On-Risk-Count < 10
               ADD 1 TO Fac-On-Risk-Count
               MOVE FC-Certificate-Id TO
                   FR-Certificate-Id(Fac-On-Risk-Count)
               MOVE FC-Reinsurer-Id TO
                   FR-Reinsurer-Id(Fac-On-Risk-Count)
               MOVE FC-Reinsurer-Name TO
                   FR-Reinsurer-Name(Fac-On-Risk-Count)
           END-IF.

       Write-Flash-Detail.
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Claim-Number TO WS-Report-Line(1:10)
           MOVE WS-Policy-Number TO WS-Report-Line(12:10)
           MOVE WS-Policy-Type TO WS-Report-Line(23:15)
           MOVE WS-Date-Of-Loss TO WS-Report-Line(39:10)
           MOVE WS-Trigger TO WS-Report-Line(50:7)
           MOVE WS-Loss-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(58:12)
           MOVE WS-Reserve-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(71:12)
           MOVE WS-Paid-To-Date TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(84:12)
           MOVE WS-Incurred-Amount TO WS-Amount-Disp
           MOVE WS-Amount-Disp TO WS-Report-Line(97:12)
           MOVE WS-Advice-Type TO WS-Report-Line(110:9)
           IF WS-Has-Cession = 'Y'
               MOVE WS-Due-Date TO WS-Report-Line(120:10)
           ELSE
               MOVE "NO CESSION" TO WS-Report-Line(120:10)
           END-IF
           IF WS-Late-Flag = 'Y'
               MOVE "*" TO WS-Report-Line(131:1)
           END-IF
           PERFORM Write-Flash-Line.

       Write-Loss-Advice.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Advice-Line
           MOVE SPACES TO WS-Report-Line
           IF WS-Advice-Type = "FIRST"
               MOVE "REINSURANCE LOSS ADVICE - FIRST ADVICE" TO
                   WS-Report-Line
           ELSE
               MOVE LN-Advice-Count TO WS-Advice-No-Disp
               STRING "REINSURANCE LOSS ADVICE - FOLLOW-UP ADVICE NO."
                       WS-Advice-No-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
           END-IF
           PERFORM Write-Advice-Line
           MOVE SPACES TO WS-Report-Line
           STRING "ADVICE DATE: " WS-Today-MDY
                   "   NOTICE DUE BY: " WS-Due-Date
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line
           MOVE SPACES TO WS-Report-Line
           STRING "CLAIM: " WS-Claim-Number
                   "   POLICY: " WS-Policy-Number
                   "   LINE: " WS-Policy-Type
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line
           MOVE SPACES TO WS-Report-Line
           STRING "DATE OF LOSS: " WS-Date-Of-Loss
                   "   CAUSE OF LOSS: " WS-Cause-Of-Loss
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line

           IF WS-Matched-Treaty NOT = 0
               MOVE SPACES TO WS-Report-Line
               STRING "TREATY: " TR-Treaty-Id OF
                       ReinsTreatyRecord(WS-Matched-Treaty)
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Advice-Line
               PERFORM VARYING WS-Panel-Index FROM 1 BY 1
                   UNTIL WS-Panel-Index > TR-Reinsurer-Count OF
                       ReinsTreatyRecord(WS-Matched-Treaty)
                   OR WS-Panel-Index > 10
                   MOVE TR-Share-Percent OF ReinsTreatyRecord
                       (WS-Matched-Treaty, WS-Panel-Index) TO
                       WS-Share-Disp
                   MOVE SPACES TO WS-Report-Line
                   STRING "  TO: " TR-Reinsurer-Id OF
                           ReinsTreatyRecord
                               (WS-Matched-Treaty, WS-Panel-Index)
                           " " TR-Reinsurer-Name OF
                           ReinsTreatyRecord
                               (WS-Matched-Treaty, WS-Panel-Index)
                           "  SHARE " WS-Share-Disp "%"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM Write-Advice-Line
               END-PERFORM
           END-IF
           PERFORM VARYING WS-Fac-Index FROM 1 BY 1
               UNTIL WS-Fac-Index > Fac-On-Risk-Count
               MOVE SPACES TO WS-Report-Line
               STRING "FACULTATIVE CERTIFICATE: "
                       FR-Certificate-Id(WS-Fac-Index)
                       "  TO: " FR-Reinsurer-Id(WS-Fac-Index)
                       " " FR-Reinsurer-Name(WS-Fac-Index)
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Advice-Line
           END-PERFORM

           MOVE WS-Loss-Amount TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "AMOUNT OF LOSS REPORTED:  " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line
           MOVE WS-Reserve-Amount TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "CASE RESERVE OUTSTANDING: " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line
           MOVE WS-Paid-To-Date TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "PAID TO DATE:             " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line
           MOVE WS-Incurred-Amount TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL INCURRED:           " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Advice-Line
           IF WS-Advice-Type NOT = "FIRST"
               MOVE WS-Prior-Advised TO WS-Amount-Disp
               MOVE SPACES TO WS-Report-Line
               STRING "PREVIOUSLY ADVISED:       " WS-Amount-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Advice-Line
           END-IF.

       Write-Flash-Totals.
           MOVE SPACES TO WS-Report-Line
           PERFORM Write-Flash-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-First-Count TO WS-Count-Disp
           STRING "NEW LARGE LOSSES:      " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Flash-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Follow-Up-Count TO WS-Count-Disp
           STRING "FOLLOW-UP ADVICES:     " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Flash-Line
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Late-Count TO WS-Count-Disp
           STRING "* PAST TREATY NOTICE:  " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Flash-Line.

       Write-Flash-Line.
           MOVE WS-Report-Line TO Flash-Report-Record
           WRITE Flash-Report-Record.

       Write-Advice-Line.
           MOVE WS-Report-Line TO Loss-Advice-Record
           WRITE Loss-Advice-Record.
