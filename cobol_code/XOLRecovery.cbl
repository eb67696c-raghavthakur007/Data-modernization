      *> recoverable, CREDIT the event's claims expense spread is
      *> approximated by the cash-clearing offset ClaimsCeding's
      *> per-line pairing cannot give an event that crosses lines).
      *> Each writing company's losses in an event run up that
      *> company's own XOL program and bill and post under its code
      *> (CR-/XT-Company-Code, spaces read as the original "01").
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  XOL-Control-Record.
           05  XC-Event-Code          PIC X(6).
           05  XC-Billed-To-Date      PIC 9(13)V99.
           05  XC-Company-Code        PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-Claims-Register-Status        PIC XX.
       01  WS-Debit-Credit             PIC X.
       01  WS-GL-Reference             PIC X(15).
       01  WS-GL-Description           PIC X(30).
       01  WS-GL-Company-Code          PIC X(2).
       01  WS-Row-Company-Code         PIC X(2).
       01  Reins-Recoverable-Account   PIC X(10) VALUE "1200".
       01  Cash-Clearing-Account       PIC X(10) VALUE "1000".
       01  WS-Current-Date.
               10  XL-Treaty-Id        PIC X(10).
               10  XL-Event-Attachment PIC 9(11)V99.
               10  XL-Event-Limit      PIC 9(11)V99.
               10  XL-Company-Code     PIC X(2).

      *> Per-policy retained share off the ceding extract - same
      *> last-row-wins scan ClaimsCeding applies.
       COPY REINSCTBL.

      *> Net retained accumulation and the billed position per event
      *> and writing company.
       01  EventTotals.
           05  Event-Total-Count       PIC 9(4) COMP VALUE 0.
           05  EventTotalRow OCCURS 1 TO 200 TIMES
                   DEPENDING ON Event-Total-Count.
               10  EV-Event-Code       PIC X(6).
               10  EV-Company-Code     PIC X(2).
               10  EV-Retained-Total   PIC S9(13)V99.
               10  EV-Billed-To-Date   PIC 9(13)V99.

                           XL-Event-Attachment(XOL-Layer-Count)
                       MOVE XT-Event-Limit TO
                           XL-Event-Limit(XOL-Layer-Count)
                       MOVE XT-Company-Code TO
                           XL-Company-Code(XOL-Layer-Count)
                       IF XT-Company-Code = SPACES
                           MOVE "01" TO
                               XL-Company-Code(XOL-Layer-Count)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE XOL-Treaty-File
                       ADD 1 TO Event-Total-Count
                       MOVE XC-Event-Code TO
                           EV-Event-Code(Event-Total-Count)
                       MOVE XC-Company-Code TO
                           EV-Company-Code(Event-Total-Count)
                       IF XC-Company-Code = SPACES
                           MOVE "01" TO
                               EV-Company-Code(Event-Total-Count)
                       END-IF
                       MOVE 0 TO
                           EV-Retained-Total(Event-Total-Count)
                       MOVE XC-Billed-To-Date TO
           END-IF.

       Roll-Into-Event.
           MOVE CR-Company-Code TO WS-Row-Company-Code
           IF WS-Row-Company-Code = SPACES
               MOVE "01" TO WS-Row-Company-Code
           END-IF
           MOVE 0 TO WS-Matched-Index
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Event-Total-Count
               IF EV-Event-Code(WS-Scan-Index) = CR-CAT-Event-Code
                   AND EV-Company-Code(WS-Scan-Index) =
                       WS-Row-Company-Code
                   MOVE WS-Scan-Index TO WS-Matched-Index
                   EXIT PERFORM
               END-IF
                   MOVE Event-Total-Count TO WS-Matched-Index
                   MOVE CR-CAT-Event-Code TO
                       EV-Event-Code(WS-Matched-Index)
                   MOVE WS-Row-Company-Code TO
                       EV-Company-Code(WS-Matched-Index)
                   MOVE 0 TO EV-Retained-Total(WS-Matched-Index)
                   MOVE 0 TO EV-Billed-To-Date(WS-Matched-Index)
               END-IF
      *> position already billed. Reinstatement premium stays a
      *> treaty-accounting matter outside this system - the filed
      *> reinstatement count rides the treaty rows for reference.
           MOVE EV-Company-Code(WS-Matched-Index) TO
               WS-GL-Company-Code
           MOVE 0 TO WS-Event-Recovery
           PERFORM VARYING WS-Layer-Index FROM 1 BY 1
               UNTIL WS-Layer-Index > XOL-Layer-Count
               IF EV-Retained-Total(WS-Matched-Index) >
                       XL-Event-Attachment(WS-Layer-Index)
                   AND XL-Company-Code(WS-Layer-Index) =
                       WS-GL-Company-Code
                   COMPUTE WS-Layer-Recovery =
                       EV-Retained-Total(WS-Matched-Index) -
                       XL-Event-Attachment(WS-Layer-Index)
           MOVE 0 TO RR-Ceded-Share
           MOVE WS-Billable TO RR-Recoverable-Amount
           MOVE WS-Today-MDY TO RR-Billing-Date
           MOVE SPACES TO RR-Treaty-Id
           MOVE SPACES TO RR-Reinsurer-Id
           MOVE SPACES TO RR-Fac-Certificate-Id
           MOVE WS-GL-Company-Code TO RR-Company-Code
           WRITE Reinsurance-Recovery-Record
           CLOSE Reinsurance-Recovery-File.

           MOVE "D" TO WS-Debit-Credit
           CALL "GLPost" USING Reins-Recoverable-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code
           MOVE "C" TO WS-Debit-Credit
           CALL "GLPost" USING Cash-Clearing-Account,
               WS-Debit-Credit, WS-GL-Amount,
               WS-GL-Reference, WS-GL-Description,
               WS-GL-Company-Code.

       Save-Billed-Positions.
           OPEN OUTPUT XOL-Control-File
                   XC-Event-Code
               MOVE EV-Billed-To-Date(WS-Matched-Index) TO
                   XC-Billed-To-Date
               MOVE EV-Company-Code(WS-Matched-Index) TO
                   XC-Company-Code
               WRITE XOL-Control-Record
           END-PERFORM
           CLOSE XOL-Control-File.
