           SELECT Reinsurance-Ceded-File ASSIGN TO "REINSURANCE.CEDED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reinsurance-Ceded-Status.
           SELECT Reins-Treaty-File ASSIGN TO "REINS.TREATY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reins-Treaty-Status.
           COPY FACCERTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Reinsurance-Ceded-File.
           COPY REINSCED.

       FD  Reins-Treaty-File.
           COPY TRTYREC.

       FD  Fac-Certificate-File.
           COPY FACCERT.

       WORKING-STORAGE SECTION.
       01  Record-Count                 PIC 9(8) COMP.
       01  WS-Reinsurance-Ceded-Status   PIC XX.
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Cession-Date               PIC X(10).
       01  WS-Reins-Treaty-Status        PIC XX.
       01  WS-Program-Name               PIC X(20) VALUE
           "ReinsuranceCeding".
       01  WS-Offending-Value            PIC X(15).
       01  WS-Treaty-Limit               PIC 9(9)V99.
       01  WS-Treaty-Id                  PIC X(10).
       01  WS-Matched-Treaty             PIC 9(4) COMP.
       01  WS-Policy-YYYYMMDD            PIC 9(8).
       01  WS-Treaty-Eff-YYYYMMDD        PIC 9(8).
       01  WS-Treaty-Exp-YYYYMMDD        PIC 9(8).
       01  WS-Best-Eff-YYYYMMDD          PIC 9(8).
       01  WS-Fac-Certificate-Status     PIC XX.
       01  WS-Fac-File-Open              PIC X.
       01  WS-End-Of-Certificates        PIC X.
       01  WS-Policy-Exp-YYYYMMDD        PIC 9(8).
       01  WS-Cert-Eff-YYYYMMDD          PIC 9(8).
       01  WS-Cert-Exp-YYYYMMDD          PIC 9(8).
       01  WS-Fac-Layer                  PIC 9(9)V99.
       01  WS-Fac-Room                   PIC 9(9)V99.
       01  WS-Policy-Company-Code        PIC X(2).
       01  WS-Treaty-Company-Code        PIC X(2).
       COPY TRTYTBL.

       LINKAGE SECTION.
           COPY POLMSTBL.
       Begin-Ceding.
      *> Per-line retention limit - the largest net exposure we carry
      *> ourselves on a single policy before reinsurance picks up the
      *> rest. Anything above it, up to the treaty limit, is ceded to
      *> the treaty in force on the policy's effective date; exposure
      *> beyond retention plus treaty limit stays with us. Each
      *> writing company cedes only to its own treaties.
           DISPLAY "Calculating reinsurance ceding..."
           PERFORM Load-Treaty-Table
           MOVE 'N' TO WS-Fac-File-Open
           OPEN INPUT Fac-Certificate-File
           IF WS-Fac-Certificate-Status = "00"
               MOVE 'Y' TO WS-Fac-File-Open
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year

               IF Coverage-Limits OF PolicyDB2Record(Record-Count) >
                       WS-Retention-Limit
                   COMPUTE RC-Ceded-Amount =
                       Coverage-Limits OF
                           PolicyDB2Record(Record-Count) -
                       WS-Retention-Limit
                   IF RC-Ceded-Amount > WS-Treaty-Limit
                       MOVE WS-Treaty-Limit TO RC-Ceded-Amount
                   END-IF
                   COMPUTE RC-Retained-Amount =
                       Coverage-Limits OF
                           PolicyDB2Record(Record-Count) -
                       RC-Ceded-Amount
                   COMPUTE WS-Ceded-Share =
                       RC-Ceded-Amount /
                       Coverage-Limits OF PolicyDB2Record(Record-Count)
                   MOVE 0 TO RC-Ceded-Amount
                   MOVE 0 TO RC-Ceded-Premium
               END-IF
               PERFORM Apply-Fac-Certificates

               MOVE Policy-Number OF PolicyDB2Record(Record-Count) TO
                   RC-Policy-Number
                   RC-Coverage-Limits
               MOVE WS-Retention-Limit TO RC-Retention-Limit
               MOVE WS-Cession-Date TO RC-Cession-Date
               MOVE WS-Treaty-Id TO RC-Treaty-Id
               MOVE WS-Policy-Company-Code TO RC-Company-Code

               PERFORM Write-Reinsurance-Extract
           END-PERFORM
           IF WS-Fac-File-Open = 'Y'
               CLOSE Fac-Certificate-File
           END-IF
           DISPLAY "Reinsurance ceding calculated."
           EXIT PROGRAM.

       Load-Treaty-Table.
      *> Retention, treaty limit and panel now come from REINS.TREATY
      *> (external, reinsurance-desk maintained) by treaty year and
      *> Policy-Type, instead of literals baked into this program.
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

       Set-Retention-Limit.
      *> The treaty in force on the policy's effective date for its
      *> Policy-Type - the latest-starting row whose dates span it. A
      *> policy no treaty covers cedes nothing (retention = its whole
      *> limit) and is reported, so a missing year shows up at once.
      *> Only the policy's own writing company's treaties qualify.
           MOVE Writing-Company-Code OF PolicyDB2Record(Record-Count)
               TO WS-Policy-Company-Code
           IF WS-Policy-Company-Code = SPACES
               MOVE "01" TO WS-Policy-Company-Code
           END-IF
           MOVE Policy-Effective-Date OF
               PolicyDB2Record(Record-Count)(7:4) TO
               WS-Policy-YYYYMMDD(1:4)
           MOVE Policy-Effective-Date OF
               PolicyDB2Record(Record-Count)(1:2) TO
               WS-Policy-YYYYMMDD(5:2)
           MOVE Policy-Effective-Date OF
               PolicyDB2Record(Record-Count)(4:2) TO
               WS-Policy-YYYYMMDD(7:2)
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
                       Policy-Type OF PolicyDB2Record(Record-Count)
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
           END-PERFORM

           IF WS-Matched-Treaty = 0
               MOVE Coverage-Limits OF PolicyDB2Record(Record-Count)
                   TO WS-Retention-Limit
               MOVE 0 TO WS-Treaty-Limit
               MOVE SPACES TO WS-Treaty-Id
               MOVE "NO TREATY" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   Policy-Number OF PolicyDB2Record(Record-Count),
                   WS-Program-Name, WS-Offending-Value
           ELSE
               MOVE TR-Retention-Limit OF
                   ReinsTreatyRecord(WS-Matched-Treaty) TO
                   WS-Retention-Limit
               MOVE TR-Treaty-Limit OF
                   ReinsTreatyRecord(WS-Matched-Treaty) TO
                   WS-Treaty-Limit
               MOVE TR-Treaty-Id OF
                   ReinsTreatyRecord(WS-Matched-Treaty) TO
                   WS-Treaty-Id
           END-IF.

       Apply-Fac-Certificates.
      *> Facultative cover bought for a risk above treaty capacity.
      *> Every certificate on the policy in force at any point of
      *> the term (keyed after issuance, a certificate can start
      *> mid-term) cedes its layer - the limits between attachment
      *> and attachment plus limit - and its certificate premium.
      *> The layers can never take more than the treaty left us.
           MOVE 0 TO RC-Fac-Ceded-Amount
           MOVE 0 TO RC-Fac-Ceded-Premium
           IF WS-Fac-File-Open = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Policy-Expiration-Date OF
               PolicyDB2Record(Record-Count)(7:4) TO
               WS-Policy-Exp-YYYYMMDD(1:4)
           MOVE Policy-Expiration-Date OF
               PolicyDB2Record(Record-Count)(1:2) TO
               WS-Policy-Exp-YYYYMMDD(5:2)
           MOVE Policy-Expiration-Date OF
               PolicyDB2Record(Record-Count)(4:2) TO
               WS-Policy-Exp-YYYYMMDD(7:2)

           MOVE Policy-Number OF PolicyDB2Record(Record-Count) TO
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
               READ Fac-Certificate-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-Certificates
               END-READ
               IF WS-End-Of-Certificates = 'N'
                   IF FC-Policy-Number NOT = Policy-Number OF
                           PolicyDB2Record(Record-Count)
                       MOVE 'Y' TO WS-End-Of-Certificates
                   ELSE
                       PERFORM Cede-To-One-Certificate
                   END-IF
               END-IF
           END-PERFORM

           SUBTRACT RC-Fac-Ceded-Amount FROM RC-Retained-Amount
           IF RC-Fac-Ceded-Premium > RC-Retained-Premium
               MOVE 0 TO RC-Retained-Premium
           ELSE
               SUBTRACT RC-Fac-Ceded-Premium FROM RC-Retained-Premium
           END-IF.

       Cede-To-One-Certificate.
           MOVE FC-Effective-Date(7:4) TO WS-Cert-Eff-YYYYMMDD(1:4)
           MOVE FC-Effective-Date(1:2) TO WS-Cert-Eff-YYYYMMDD(5:2)
           MOVE FC-Effective-Date(4:2) TO WS-Cert-Eff-YYYYMMDD(7:2)
           MOVE FC-Expiration-Date(7:4) TO WS-Cert-Exp-YYYYMMDD(1:4)
           MOVE FC-Expiration-Date(1:2) TO WS-Cert-Exp-YYYYMMDD(5:2)
           MOVE FC-Expiration-Date(4:2) TO WS-Cert-Exp-YYYYMMDD(7:2)
           IF WS-Cert-Eff-YYYYMMDD > WS-Policy-Exp-YYYYMMDD
               OR WS-Cert-Exp-YYYYMMDD < WS-Policy-YYYYMMDD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Fac-Layer
           IF Coverage-Limits OF PolicyDB2Record(Record-Count) >
                   FC-Attachment-Point
               COMPUTE WS-Fac-Layer =
                   Coverage-Limits OF PolicyDB2Record(Record-Count) -
                   FC-Attachment-Point
               IF WS-Fac-Layer > FC-Layer-Limit
                   MOVE FC-Layer-Limit TO WS-Fac-Layer
               END-IF
           END-IF
           COMPUTE WS-Fac-Room =
               RC-Retained-Amount - RC-Fac-Ceded-Amount
           IF WS-Fac-Layer > WS-Fac-Room
               MOVE WS-Fac-Room TO WS-Fac-Layer
           END-IF
           ADD WS-Fac-Layer TO RC-Fac-Ceded-Amount
           ADD FC-Ceded-Premium TO RC-Fac-Ceded-Premium.

       Write-Reinsurance-Extract.
           OPEN EXTEND Reinsurance-Ceded-File
