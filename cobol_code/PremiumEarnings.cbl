       01  WS-Debit-Credit              PIC X.
       01  WS-GL-Reference              PIC X(15).
       01  WS-GL-Description            PIC X(30).
       01  WS-GL-Company-Code           PIC X(2).
       01  CI-Revenue-Account           PIC X(10) VALUE "4010".
       01  HI-Revenue-Account           PIC X(10) VALUE "4020".
       01  LI-Revenue-Account           PIC X(10) VALUE "4030".
           MOVE 'N' TO WS-End-Of-File.

       Earn-One-Policy.
           MOVE Writing-Company-Code OF Policy-Master-Record TO
               WS-GL-Company-Code
           PERFORM Compute-Earned-To-Date
           PERFORM Fetch-Prior-Position

                   MOVE "D" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-Revenue-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
                   MOVE "C" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-UPR-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
               END-IF
               MOVE 'Y' TO ET-Deferred-Flag
           END-IF
                   MOVE "D" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-UPR-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
                   MOVE "C" TO WS-Debit-Credit
                   CALL "GLPost" USING WS-Revenue-Account,
                       WS-Debit-Credit, WS-GL-Amount,
                       WS-GL-Reference, WS-GL-Description,
                       WS-GL-Company-Code
               END-IF
               MOVE WS-Earned-To-Date TO ET-Earned-To-Date
           END-IF
               MOVE "D" TO WS-Debit-Credit
               CALL "GLPost" USING WS-UPR-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
               MOVE "C" TO WS-Debit-Credit
               CALL "GLPost" USING WS-Revenue-Account,
                   WS-Debit-Credit, WS-GL-Amount,
                   WS-GL-Reference, WS-GL-Description,
                   WS-GL-Company-Code
           END-IF
           MOVE Policy-Premium OF Policy-Master-Record TO
               ET-Earned-To-Date.
