      *> movements and the like) that happen one claim at a time in
      *> programs that should not each carry their own GL.POSTING FD
      *> and account-stamping logic. Callers are responsible for
      *> calling it in balanced debit/credit pairs, and for passing
      *> the writing company whose books the pair belongs to (the
      *> policy's, the claim register row's, or the disbursement's) -
      *> both lines of a pair carry the same company, so each
      *> company's ledger balances on its own. Spaces post as "01".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  GE-Source-Reference    PIC X(15).
           05  GE-Description         PIC X(30).
           05  GE-Error-Reason        PIC X(20).
           05  GE-Company-Code        PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-GL-Posting-Status         PIC XX.
       01  LK-Amount              PIC 9(11)V99.
       01  LK-Source-Reference    PIC X(15).
       01  LK-Description         PIC X(30).
       01  LK-Company-Code        PIC X(2).

       PROCEDURE DIVISION USING LK-Account-Code, LK-Debit-Credit,
               LK-Amount, LK-Source-Reference, LK-Description,
               LK-Company-Code.
       Begin-GL-Post.
      *> A zero-amount posting line carries no information and only
      *> clutters the feed - same rule GLExtract applies by skipping
                   MOVE LK-Amount TO GL-Amount
                   MOVE LK-Source-Reference TO GL-Source-Reference
                   MOVE LK-Description TO GL-Description
                   IF LK-Company-Code = SPACES
                       MOVE "01" TO GL-Company-Code
                   ELSE
                       MOVE LK-Company-Code TO GL-Company-Code
                   END-IF

                   WRITE GL-Posting-Record
                   CLOSE GL-Posting-File
           MOVE LK-Source-Reference TO GE-Source-Reference
           MOVE LK-Description TO GE-Description
           MOVE WS-Account-Error TO GE-Error-Reason
           MOVE LK-Company-Code TO GE-Company-Code
           WRITE GL-Error-Record
           CLOSE GL-Error-File.

