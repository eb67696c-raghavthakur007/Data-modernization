       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionInquiryLoad.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Rebuilds AGENT.COMMINQ, the keyed copy of AGENT.COMMISSION
      *> that the AINQ agent inquiry browses. AGENT.COMMISSION is a
      *> LINE SEQUENTIAL extract the batch side appends to and
      *> rewrites in place, which CICS cannot read by agent; this run
      *> copies every row still DUE or HELD onto the indexed file
      *> under the agent's code, so the screen shows what the agent
      *> is owed as of the last commission or settlement run. SETTLED
      *> rows are history and are left off. Run after AgentCommission,
      *> ContingentCommission, BrokerOfRecord and CommissionSettlement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Agent-Commission-File ASSIGN TO "AGENT.COMMISSION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Agent-Commission-Status.
           COPY AGTCOMQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Agent-Commission-File.
           COPY AGENTCOM.

       FD  Commission-Inquiry-File.
           COPY AGTCOMQ.

       WORKING-STORAGE SECTION.
       01  WS-Agent-Commission-Status  PIC XX.
       01  WS-Commission-Inquiry-Status PIC XX.
       01  WS-End-Of-File              PIC X.
      *> The row's position on AGENT.COMMISSION - unique across the
      *> file, so it keeps each agent's rows apart in the key and in
      *> the order they were written.
       01  WS-Row-Sequence             PIC 9(7) VALUE 0.
       01  WS-Loaded-Count             PIC 9(8) COMP VALUE 0.

       PROCEDURE DIVISION.
       Begin-Commission-Inquiry-Load.
           DISPLAY "Starting commission inquiry load..."
      *> A fresh file every run - a row settled since the last load
      *> must drop off the inquiry, not linger as DUE.
           OPEN OUTPUT Commission-Inquiry-File

           OPEN INPUT Agent-Commission-File
           IF WS-Agent-Commission-Status = "00"
               MOVE 'N' TO WS-End-Of-File
               PERFORM UNTIL WS-End-Of-File = 'Y'
                   READ Agent-Commission-File
                       AT END MOVE 'Y' TO WS-End-Of-File
                   END-READ
                   IF WS-End-Of-File = 'N'
                       ADD 1 TO WS-Row-Sequence
                       IF AC-Settlement-Status = "DUE"
                           OR AC-Settlement-Status = "HELD"
                           PERFORM Load-One-Row
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Agent-Commission-File
           END-IF

           CLOSE Commission-Inquiry-File
           DISPLAY "Commission inquiry load complete - loaded "
               WS-Loaded-Count " open rows."
           STOP RUN.

       Load-One-Row.
           MOVE AC-Agent-Code TO CQ-Agent-Code
           MOVE WS-Row-Sequence TO CQ-Row-Sequence
           MOVE AC-Policy-Number TO CQ-Policy-Number
           MOVE AC-Term-Number TO CQ-Term-Number
           MOVE AC-Policy-Type TO CQ-Policy-Type
           MOVE AC-Policy-Premium TO CQ-Policy-Premium
           MOVE AC-Commission-Rate TO CQ-Commission-Rate
           MOVE AC-Commission-Amount TO CQ-Commission-Amount
           MOVE AC-Settlement-Status TO CQ-Settlement-Status
           IF AC-Commission-Type = SPACES
               MOVE "BASE" TO CQ-Commission-Type
           ELSE
               MOVE AC-Commission-Type TO CQ-Commission-Type
           END-IF
           WRITE Commission-Inquiry-Record
               INVALID KEY
                   DISPLAY "CommissionInquiryLoad: duplicate row "
                       CQ-Inquiry-Key
               NOT INVALID KEY
                   ADD 1 TO WS-Loaded-Count
           END-WRITE.
