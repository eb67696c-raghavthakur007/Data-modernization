           MOVE SPACES TO Protection-Class OF WS-Policy-Entry
           MOVE 'N' TO Open-Complaint-Flag OF WS-Policy-Entry
           MOVE 'N' TO Billing-Hold-Flag OF WS-Policy-Entry
           MOVE 'N' TO Restored-Flag OF WS-Policy-Entry
           MOVE "01" TO Writing-Company-Code OF WS-Policy-Entry.

      *> The nightly fetch used to REWRITE the master straight from
      *> the host variables, which wiped everything the file-side
                   Billing-Hold-Flag OF WS-Policy-Entry
               MOVE Restored-Flag OF Policy-Master-Record TO
                   Restored-Flag OF WS-Policy-Entry
               IF Writing-Company-Code OF Policy-Master-Record
                       NOT = SPACES
                   MOVE Writing-Company-Code OF Policy-Master-Record
                       TO Writing-Company-Code OF WS-Policy-Entry
               END-IF
           END-IF.

      *> Persists the merged entry, journaled like every other master
