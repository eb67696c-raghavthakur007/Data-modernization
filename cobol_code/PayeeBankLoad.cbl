      *> paper) and adds or replaces each payee on the indexed file,
      *> the same way AgentMasterLoad maintains AGENT.MASTER. A row
      *> with a blank tax id or a blank routing number under method
      *> ACH goes to the exceptions report. Every change applied is
      *> also written to PAYEE.BANKAUDIT with the id of whoever keyed
      *> it, carried on the end of each maintenance row.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Payee-Bank-Maint-Status.
           COPY PAYBANKSEL.
           SELECT Payee-Bank-Audit-File ASSIGN TO "PAYEE.BANKAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Payee-Bank-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Payee-Bank-Maint-File.
           COPY PAYBANK REPLACING Payee-Bank-Record BY
               Payee-Bank-Maint-Record.
      *> User id of whoever keyed the change - not part of PAYEE.BANK
      *> itself, so the MOVE onto the master below stops short of it.
           05  PM-Maintained-By       PIC X(8).

       FD  Payee-Bank-File.
           COPY PAYBANK.

       FD  Payee-Bank-Audit-File.
           COPY PAYBAUD.

       WORKING-STORAGE SECTION.
       01  WS-Payee-Bank-Maint-Status  PIC XX.
       01  WS-Payee-Bank-Status        PIC XX.
       01  WS-Payee-Bank-Audit-Status  PIC XX.
       01  WS-Bank-Action              PIC X(10).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Program-Name             PIC X(20) VALUE
           "PayeeBankLoad".
       01  WS-Offending-Value          PIC X(15).
               CLOSE Payee-Bank-File
               OPEN I-O Payee-Bank-File
           END-IF
           OPEN EXTEND Payee-Bank-Audit-File
           IF WS-Payee-Bank-Audit-Status = "35"
               OPEN OUTPUT Payee-Bank-Audit-File
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date

           MOVE 'N' TO WS-End-Of-Maint
           PERFORM UNTIL WS-End-Of-Maint = 'Y'

           CLOSE Payee-Bank-Maint-File
           CLOSE Payee-Bank-File
           CLOSE Payee-Bank-Audit-File
           DISPLAY "Payee bank load complete - loaded "
               WS-Loaded-Count " payees."
           STOP RUN.
                   WS-Offending-Value
           ELSE
               MOVE Payee-Bank-Maint-Record TO Payee-Bank-Record
               MOVE "ADD" TO WS-Bank-Action
               WRITE Payee-Bank-Record
                   INVALID KEY
                       MOVE "CHANGE" TO WS-Bank-Action
                       REWRITE Payee-Bank-Record
               END-WRITE
               ADD 1 TO WS-Loaded-Count
               PERFORM Write-Bank-Audit
           END-IF.

       Write-Bank-Audit.
           MOVE PB-Payee-Tax-Id OF Payee-Bank-Record TO
               BA-Payee-Tax-Id
           MOVE PB-Routing-Number OF Payee-Bank-Record TO
               BA-Routing-Number
           MOVE PB-Account-Number OF Payee-Bank-Record TO
               BA-Account-Number
           MOVE PB-Account-Type OF Payee-Bank-Record TO
               BA-Account-Type
           MOVE PB-Payment-Method OF Payee-Bank-Record TO
               BA-Payment-Method
           MOVE PB-Mandate-Date OF Payee-Bank-Record TO
               BA-Mandate-Date
           MOVE WS-Bank-Action TO BA-Action
           MOVE PM-Maintained-By TO BA-Maintained-By
           MOVE SPACES TO BA-Maintained-Date
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO BA-Maintained-Date
           WRITE Payee-Bank-Audit-Record.
