               ASSIGN TO "DEATHMASTER.QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Death-Quarantine-Status.
           SELECT Claim-Search-Inbound-File
               ASSIGN TO "CLAIMSEARCH.INBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claim-Search-Inbound-Status.
           SELECT Industry-Match-File ASSIGN TO "CLAIMSEARCH.MATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Industry-Match-Status.
           SELECT Claim-Search-Quarantine-File
               ASSIGN TO "CLAIMSEARCH.QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Claim-Search-Quar-Status.
           SELECT DMV-Inbound-File ASSIGN TO "DMV.INBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMV-Inbound-Status.
           SELECT Verification-Response-File ASSIGN TO "DMV.RESPONSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Verification-Response-Status.
           SELECT DMV-Quarantine-File ASSIGN TO "DMV.QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMV-Quarantine-Status.
           SELECT MVR-Inbound-File ASSIGN TO "MVR.INBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-Inbound-Status.
           SELECT MVR-Incident-File ASSIGN TO "MVR.INCIDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-Incident-Status.
           SELECT MVR-Quarantine-File ASSIGN TO "MVR.QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVR-Quarantine-Status.
           SELECT Lockbox-Inbound-File ASSIGN TO "LOCKBOX.INBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lockbox-Inbound-Status.
           SELECT Lockbox-File ASSIGN TO "LOCKBOX.FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lockbox-Status.
           SELECT Lockbox-Quarantine-File
               ASSIGN TO "LOCKBOX.QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lockbox-Quarantine-Status.
           SELECT Estimate-Inbound-File ASSIGN TO "ESTIMATE.INBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Estimate-Inbound-Status.
           SELECT Estimate-File ASSIGN TO "ESTIMATE.FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Estimate-Status.
           SELECT Estimate-Quarantine-File
               ASSIGN TO "ESTIMATE.QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Estimate-Quarantine-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Death-Quarantine-File.
       01  Death-Quarantine-Line       PIC X(80).

       FD  Claim-Search-Inbound-File.
       01  Claim-Search-Inbound-Line   PIC X(80).

       FD  Industry-Match-File.
           COPY INDCLMM.

       FD  Claim-Search-Quarantine-File.
       01  Claim-Search-Quarantine-Line PIC X(80).

       FD  DMV-Inbound-File.
       01  DMV-Inbound-Line            PIC X(80).

       FD  Verification-Response-File.
           COPY INSVRSP.

       FD  DMV-Quarantine-File.
       01  DMV-Quarantine-Line         PIC X(80).

       FD  MVR-Inbound-File.
       01  MVR-Inbound-Line            PIC X(80).

       FD  MVR-Incident-File.
           COPY MVRINC.

       FD  MVR-Quarantine-File.
       01  MVR-Quarantine-Line         PIC X(80).

       FD  Lockbox-Inbound-File.
       01  Lockbox-Inbound-Line        PIC X(80).

       FD  Lockbox-File.
           COPY LOCKBOX.

       FD  Lockbox-Quarantine-File.
       01  Lockbox-Quarantine-Line     PIC X(80).

      *> Estimate detail runs wider than the other feeds' 80 bytes.
       FD  Estimate-Inbound-File.
       01  Estimate-Inbound-Line       PIC X(86).

       FD  Estimate-File.
           COPY ESTREC.

       FD  Estimate-Quarantine-File.
       01  Estimate-Quarantine-Line    PIC X(86).

       WORKING-STORAGE SECTION.
       01  WS-Telematics-Inbound-Status    PIC XX.
       01  WS-Telematics-Status            PIC XX.
       01  WS-Death-Inbound-Status         PIC XX.
       01  WS-Death-Master-Status          PIC XX.
       01  WS-Death-Quarantine-Status      PIC XX.
       01  WS-Claim-Search-Inbound-Status  PIC XX.
       01  WS-Industry-Match-Status        PIC XX.
       01  WS-Claim-Search-Quar-Status     PIC XX.
       01  WS-DMV-Inbound-Status           PIC XX.
       01  WS-Verification-Response-Status PIC XX.
       01  WS-DMV-Quarantine-Status        PIC XX.
       01  WS-MVR-Inbound-Status           PIC XX.
       01  WS-MVR-Incident-Status          PIC XX.
       01  WS-MVR-Quarantine-Status        PIC XX.
       01  WS-Lockbox-Inbound-Status       PIC XX.
       01  WS-Lockbox-Status               PIC XX.
       01  WS-Lockbox-Quarantine-Status    PIC XX.
       01  WS-Estimate-Inbound-Status      PIC XX.
       01  WS-Estimate-Status              PIC XX.
       01  WS-Estimate-Quarantine-Status   PIC XX.
       01  WS-Program-Name                 PIC X(20) VALUE
           "FeedAcceptance".
       01  WS-Offending-Value              PIC X(15).
       01  WS-UW-Reference                 PIC X(10) VALUE "UW.REPORT".
       01  WS-Death-Reference              PIC X(10) VALUE
           "DEATHMSTR".
       01  WS-Claim-Search-Reference       PIC X(10) VALUE
           "CLMSEARCH".
       01  WS-DMV-Reference                PIC X(10) VALUE "DMVVERIF".
       01  WS-Lockbox-Reference            PIC X(10) VALUE "LOCKBOX".
       01  WS-MVR-Reference                PIC X(10) VALUE "MVRDETAIL".
       01  WS-Estimate-Reference           PIC X(10) VALUE "ESTIMATE".
       01  WS-End-Of-Feed                  PIC X.
       01  WS-Feed-Good                    PIC X.
       01  WS-Header-Seen                  PIC X.
           PERFORM Accept-FX-Feed
           PERFORM Accept-UW-Report-Feed
           PERFORM Accept-Death-Master-Feed
           PERFORM Accept-Claim-Search-Feed
           PERFORM Accept-DMV-Response-Feed
           PERFORM Accept-Lockbox-Feed
           PERFORM Accept-MVR-Feed
           PERFORM Accept-Estimate-Feed
           DISPLAY "Inbound feed acceptance complete."
           STOP RUN.

           END-PERFORM
           CLOSE Death-Quarantine-File
           CLOSE Death-Inbound-File.

       Accept-Claim-Search-Feed.
      *> The industry claims database's match return for what
      *> ClaimSearchExtract sent - a broken return is quarantined
      *> rather than half-worked onto the claim diaries.
           OPEN INPUT Claim-Search-Inbound-File
           IF WS-Claim-Search-Inbound-Status NOT = "00"
               DISPLAY "FeedAcceptance: no CLAIMSEARCH.INBOUND this "
                   "run"
           ELSE
               PERFORM Audit-Claim-Search-Controls
               CLOSE Claim-Search-Inbound-File
               IF WS-Feed-Good = 'Y'
                   PERFORM Publish-Claim-Search-Feed
                   DISPLAY "FeedAcceptance: claim search matches "
                       "accepted, " WS-Detail-Count " records"
               ELSE
                   PERFORM Quarantine-Claim-Search-Feed
                   MOVE "FEED CONTROLS" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Claim-Search-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "FeedAcceptance: claim search matches "
                       "QUARANTINED"
               END-IF
           END-IF.

       Audit-Claim-Search-Controls.
           MOVE 'N' TO WS-Header-Seen
           MOVE 'N' TO WS-Trailer-Seen
           MOVE 0 TO WS-Detail-Count
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Claim-Search-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Claim-Search-Inbound-Line TO
                       Feed-Control-Record
                   EVALUATE FC-Record-Type
                       WHEN "HDR"
                           MOVE 'Y' TO WS-Header-Seen
                           MOVE FC-Feed-Date TO WS-Feed-Date
                       WHEN "TRL"
                           MOVE 'Y' TO WS-Trailer-Seen
                           MOVE FC-Record-Count TO WS-Trailer-Count
                       WHEN OTHER
                           ADD 1 TO WS-Detail-Count
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-Header-Seen = 'Y' AND WS-Trailer-Seen = 'Y'
               AND WS-Feed-Date NOT = SPACES
               AND WS-Trailer-Count = WS-Detail-Count
               MOVE 'Y' TO WS-Feed-Good
           ELSE
               MOVE 'N' TO WS-Feed-Good
           END-IF.

       Publish-Claim-Search-Feed.
           OPEN INPUT Claim-Search-Inbound-File
           OPEN OUTPUT Industry-Match-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Claim-Search-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Claim-Search-Inbound-Line TO
                       Feed-Control-Record
                   IF FC-Record-Type NOT = "HDR"
                       AND FC-Record-Type NOT = "TRL"
                       MOVE Claim-Search-Inbound-Line(1:79) TO
                           Industry-Match-Record
                       MOVE WS-Feed-Date TO IM-Match-Date
                       WRITE Industry-Match-Record
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Industry-Match-File
           CLOSE Claim-Search-Inbound-File.

       Quarantine-Claim-Search-Feed.
           OPEN INPUT Claim-Search-Inbound-File
           OPEN OUTPUT Claim-Search-Quarantine-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Claim-Search-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Claim-Search-Inbound-Line TO
                       Claim-Search-Quarantine-Line
                   WRITE Claim-Search-Quarantine-Line
               END-IF
           END-PERFORM
           CLOSE Claim-Search-Quarantine-File
           CLOSE Claim-Search-Inbound-File.

       Accept-DMV-Response-Feed.
      *> The state DMVs' acknowledgments and errors against what
      *> InsuranceVerificationExtract reported. A return that does not
      *> prove out is quarantined whole - half of it applied would
      *> leave transactions looking unanswered on the error worklist.
           OPEN INPUT DMV-Inbound-File
           IF WS-DMV-Inbound-Status NOT = "00"
               DISPLAY "FeedAcceptance: no DMV.INBOUND this run"
           ELSE
               PERFORM Audit-DMV-Response-Controls
               CLOSE DMV-Inbound-File
               IF WS-Feed-Good = 'Y'
                   PERFORM Publish-DMV-Response-Feed
                   DISPLAY "FeedAcceptance: DMV responses accepted, "
                       WS-Detail-Count " records"
               ELSE
                   PERFORM Quarantine-DMV-Response-Feed
                   MOVE "FEED CONTROLS" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-DMV-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "FeedAcceptance: DMV responses QUARANTINED"
               END-IF
           END-IF.

       Audit-DMV-Response-Controls.
           MOVE 'N' TO WS-Header-Seen
           MOVE 'N' TO WS-Trailer-Seen
           MOVE 0 TO WS-Detail-Count
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ DMV-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE DMV-Inbound-Line TO Feed-Control-Record
                   EVALUATE FC-Record-Type
                       WHEN "HDR"
                           MOVE 'Y' TO WS-Header-Seen
                           MOVE FC-Feed-Date TO WS-Feed-Date
                       WHEN "TRL"
                           MOVE 'Y' TO WS-Trailer-Seen
                           MOVE FC-Record-Count TO WS-Trailer-Count
                       WHEN OTHER
                           ADD 1 TO WS-Detail-Count
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-Header-Seen = 'Y' AND WS-Trailer-Seen = 'Y'
               AND WS-Feed-Date NOT = SPACES
               AND WS-Trailer-Count = WS-Detail-Count
               MOVE 'Y' TO WS-Feed-Good
           ELSE
               MOVE 'N' TO WS-Feed-Good
           END-IF.

       Publish-DMV-Response-Feed.
           OPEN INPUT DMV-Inbound-File
           OPEN OUTPUT Verification-Response-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ DMV-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE DMV-Inbound-Line TO Feed-Control-Record
                   IF FC-Record-Type NOT = "HDR"
                       AND FC-Record-Type NOT = "TRL"
                       MOVE DMV-Inbound-Line(1:78) TO
                           Verification-Response-Record
                       MOVE WS-Feed-Date TO VR-Response-Date
                       WRITE Verification-Response-Record
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Verification-Response-File
           CLOSE DMV-Inbound-File.

       Quarantine-DMV-Response-Feed.
           OPEN INPUT DMV-Inbound-File
           OPEN OUTPUT DMV-Quarantine-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ DMV-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE DMV-Inbound-Line TO DMV-Quarantine-Line
                   WRITE DMV-Quarantine-Line
               END-IF
           END-PERFORM
           CLOSE DMV-Quarantine-File
           CLOSE DMV-Inbound-File.

       Accept-Lockbox-Feed.
      *> The bank's lockbox transmission - deposit and batch headers,
      *> check items, and remittance scan lines - under the same
      *> header/trailer controls as every other inbound feed. A
      *> transmission that does not prove out is quarantined whole
      *> and nothing from it reaches PAYMENT.INPUT; half a deposit
      *> applied would never balance back to the bank.
           OPEN INPUT Lockbox-Inbound-File
           IF WS-Lockbox-Inbound-Status NOT = "00"
               DISPLAY "FeedAcceptance: no LOCKBOX.INBOUND this run"
           ELSE
               PERFORM Audit-Lockbox-Controls
               CLOSE Lockbox-Inbound-File
               IF WS-Feed-Good = 'Y'
                   PERFORM Publish-Lockbox-Feed
                   DISPLAY "FeedAcceptance: lockbox feed accepted, "
                       WS-Detail-Count " records"
               ELSE
                   PERFORM Quarantine-Lockbox-Feed
                   MOVE "FEED CONTROLS" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Lockbox-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "FeedAcceptance: lockbox feed QUARANTINED"
               END-IF
           END-IF.

       Audit-Lockbox-Controls.
           MOVE 'N' TO WS-Header-Seen
           MOVE 'N' TO WS-Trailer-Seen
           MOVE 0 TO WS-Detail-Count
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Lockbox-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Lockbox-Inbound-Line TO Feed-Control-Record
                   EVALUATE FC-Record-Type
                       WHEN "HDR"
                           MOVE 'Y' TO WS-Header-Seen
                           MOVE FC-Feed-Date TO WS-Feed-Date
                       WHEN "TRL"
                           MOVE 'Y' TO WS-Trailer-Seen
                           MOVE FC-Record-Count TO WS-Trailer-Count
                       WHEN OTHER
                           ADD 1 TO WS-Detail-Count
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-Header-Seen = 'Y' AND WS-Trailer-Seen = 'Y'
               AND WS-Feed-Date NOT = SPACES
               AND WS-Trailer-Count = WS-Detail-Count
               MOVE 'Y' TO WS-Feed-Good
           ELSE
               MOVE 'N' TO WS-Feed-Good
           END-IF.

       Publish-Lockbox-Feed.
           OPEN INPUT Lockbox-Inbound-File
           OPEN OUTPUT Lockbox-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Lockbox-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Lockbox-Inbound-Line TO Feed-Control-Record
                   IF FC-Record-Type NOT = "HDR"
                       AND FC-Record-Type NOT = "TRL"
                       MOVE Lockbox-Inbound-Line TO Lockbox-Record
                       WRITE Lockbox-Record
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Lockbox-File
           CLOSE Lockbox-Inbound-File.

       Quarantine-Lockbox-Feed.
           OPEN INPUT Lockbox-Inbound-File
           OPEN OUTPUT Lockbox-Quarantine-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Lockbox-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Lockbox-Inbound-Line TO Lockbox-Quarantine-Line
                   WRITE Lockbox-Quarantine-Line
               END-IF
           END-PERFORM
           CLOSE Lockbox-Quarantine-File
           CLOSE Lockbox-Inbound-File.

       Accept-MVR-Feed.
      *> The underwriting report vendor's per-driver MVR detail -
      *> every violation and at-fault accident behind the counts on
      *> UW.RPTDATA - under the same header/trailer controls. Unlike
      *> the other feeds an accepted transmission is appended rather
      *> than replacing the prior file: each pull covers only the
      *> drivers ordered that day, and rating needs every driver's
      *> latest record, so MVR.INCIDENTS accumulates.
           OPEN INPUT MVR-Inbound-File
           IF WS-MVR-Inbound-Status NOT = "00"
               DISPLAY "FeedAcceptance: no MVR.INBOUND this run"
           ELSE
               PERFORM Audit-MVR-Controls
               CLOSE MVR-Inbound-File
               IF WS-Feed-Good = 'Y'
                   PERFORM Publish-MVR-Feed
                   DISPLAY "FeedAcceptance: MVR detail feed accepted, "
                       WS-Detail-Count " records"
               ELSE
                   PERFORM Quarantine-MVR-Feed
                   MOVE "FEED CONTROLS" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-MVR-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "FeedAcceptance: MVR detail feed "
                       "QUARANTINED"
               END-IF
           END-IF.

       Audit-MVR-Controls.
           MOVE 'N' TO WS-Header-Seen
           MOVE 'N' TO WS-Trailer-Seen
           MOVE 0 TO WS-Detail-Count
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ MVR-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE MVR-Inbound-Line TO Feed-Control-Record
                   EVALUATE FC-Record-Type
                       WHEN "HDR"
                           MOVE 'Y' TO WS-Header-Seen
                           MOVE FC-Feed-Date TO WS-Feed-Date
                       WHEN "TRL"
                           MOVE 'Y' TO WS-Trailer-Seen
                           MOVE FC-Record-Count TO WS-Trailer-Count
                       WHEN OTHER
                           ADD 1 TO WS-Detail-Count
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-Header-Seen = 'Y' AND WS-Trailer-Seen = 'Y'
               AND WS-Feed-Date NOT = SPACES
               AND WS-Trailer-Count = WS-Detail-Count
               MOVE 'Y' TO WS-Feed-Good
           ELSE
               MOVE 'N' TO WS-Feed-Good
           END-IF.

       Publish-MVR-Feed.
      *> The header's as-of date is stamped onto every row as the
      *> report date, the way the UW report feed stamps its results.
           OPEN INPUT MVR-Inbound-File
           OPEN EXTEND MVR-Incident-File
           IF WS-MVR-Incident-Status = "35"
               OPEN OUTPUT MVR-Incident-File
           END-IF
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ MVR-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE MVR-Inbound-Line TO Feed-Control-Record
                   IF FC-Record-Type NOT = "HDR"
                       AND FC-Record-Type NOT = "TRL"
                       MOVE MVR-Inbound-Line(1:45) TO
                           MVR-Incident-Record
                       MOVE WS-Feed-Date TO MI-Report-Date
                       WRITE MVR-Incident-Record
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MVR-Incident-File
           CLOSE MVR-Inbound-File.

       Quarantine-MVR-Feed.
           OPEN INPUT MVR-Inbound-File
           OPEN OUTPUT MVR-Quarantine-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ MVR-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE MVR-Inbound-Line TO MVR-Quarantine-Line
                   WRITE MVR-Quarantine-Line
               END-IF
           END-PERFORM
           CLOSE MVR-Quarantine-File
           CLOSE MVR-Inbound-File.

       Accept-Estimate-Feed.
      *> The estimating platform's repair estimates - one row per
      *> estimate version the appraisers wrote since the last pull.
      *> Like the MVR detail an accepted transmission is appended:
      *> RepairEstimateApply consumes ESTIMATE.FEED, and a pull that
      *> lands before the last one was applied must not overwrite it.
           OPEN INPUT Estimate-Inbound-File
           IF WS-Estimate-Inbound-Status NOT = "00"
               DISPLAY "FeedAcceptance: no ESTIMATE.INBOUND this run"
           ELSE
               PERFORM Audit-Estimate-Controls
               CLOSE Estimate-Inbound-File
               IF WS-Feed-Good = 'Y'
                   PERFORM Publish-Estimate-Feed
                   DISPLAY "FeedAcceptance: repair estimate feed "
                       "accepted, " WS-Detail-Count " records"
               ELSE
                   PERFORM Quarantine-Estimate-Feed
                   MOVE "FEED CONTROLS" TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
                       WS-Estimate-Reference, WS-Program-Name,
                       WS-Offending-Value
                   DISPLAY "FeedAcceptance: repair estimate feed "
                       "QUARANTINED"
               END-IF
           END-IF.

       Audit-Estimate-Controls.
           MOVE 'N' TO WS-Header-Seen
           MOVE 'N' TO WS-Trailer-Seen
           MOVE 0 TO WS-Detail-Count
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Estimate-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Estimate-Inbound-Line TO Feed-Control-Record
                   EVALUATE FC-Record-Type
                       WHEN "HDR"
                           MOVE 'Y' TO WS-Header-Seen
                           MOVE FC-Feed-Date TO WS-Feed-Date
                       WHEN "TRL"
                           MOVE 'Y' TO WS-Trailer-Seen
                           MOVE FC-Record-Count TO WS-Trailer-Count
                       WHEN OTHER
                           ADD 1 TO WS-Detail-Count
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-Header-Seen = 'Y' AND WS-Trailer-Seen = 'Y'
               AND WS-Feed-Date NOT = SPACES
               AND WS-Trailer-Count = WS-Detail-Count
               MOVE 'Y' TO WS-Feed-Good
           ELSE
               MOVE 'N' TO WS-Feed-Good
           END-IF.

       Publish-Estimate-Feed.
           OPEN INPUT Estimate-Inbound-File
           OPEN EXTEND Estimate-File
           IF WS-Estimate-Status = "35"
               OPEN OUTPUT Estimate-File
           END-IF
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Estimate-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Estimate-Inbound-Line TO Feed-Control-Record
                   IF FC-Record-Type NOT = "HDR"
                       AND FC-Record-Type NOT = "TRL"
                       MOVE Estimate-Inbound-Line TO Estimate-Record
                       WRITE Estimate-Record
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Estimate-File
           CLOSE Estimate-Inbound-File.

       Quarantine-Estimate-Feed.
           OPEN INPUT Estimate-Inbound-File
           OPEN OUTPUT Estimate-Quarantine-File
           MOVE 'N' TO WS-End-Of-Feed
           PERFORM UNTIL WS-End-Of-Feed = 'Y'
               READ Estimate-Inbound-File
                   AT END MOVE 'Y' TO WS-End-Of-Feed
               END-READ
               IF WS-End-Of-Feed = 'N'
                   MOVE Estimate-Inbound-Line TO
                       Estimate-Quarantine-Line
                   WRITE Estimate-Quarantine-Line
               END-IF
           END-PERFORM
           CLOSE Estimate-Quarantine-File
           CLOSE Estimate-Inbound-File.
