      *> CommissionSettlement pays each their earned share. Rows
      *> already SETTLED stay settled; only the unsettled accrual
      *> splits.
      *> When a whole agency is sold, retires or is terminated, one
      *> BOOK.TRANSFER row (old agent, new agent, effective date, and
      *> optionally a policy type and/or state to limit it to) moves
      *> every matching policy the old agent holds - found through the
      *> master's Agent-Code alternate key - through the very same
      *> per-policy change above: licensing test, journaled rewrite,
      *> commission proration. Cancelled and rescinded policies stay
      *> where they are. Each moved policyholder is sent an AGENTCHG
      *> letter naming the new agent through the Correspondence hub,
      *> and BOOKXFER.RPT carries the transfer register twice - a
      *> copy for the relinquishing agency and one for the receiving
      *> agency - listing every policy, moved or not, with the
      *> commission that went across. A book larger than the run
      *> can hold moves in part; running the same row again moves
      *> the rest, since moved policies no longer match.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOR-Change-File ASSIGN TO "BOR.CHANGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOR-Change-Status.
           SELECT Book-Transfer-File ASSIGN TO "BOOK.TRANSFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Book-Transfer-Status.
           SELECT Transfer-Report-File ASSIGN TO "BOOKXFER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Transfer-Report-Status.
           COPY POLMSSEL.
           COPY AGTMSSEL.
           SELECT Agent-Commission-File ASSIGN TO "AGENT.COMMISSION"
       DATA DIVISION.
       FILE SECTION.
       FD  BOR-Change-File.
       01  BOR-Change-Input           PIC X(28).

       FD  Book-Transfer-File.
       01  Book-Transfer-Record.
           05  BT-Old-Agent-Code      PIC X(8).
           05  BT-New-Agent-Code      PIC X(8).
           05  BT-Effective-Date      PIC X(10).
      *> Blank moves every policy type / every state.
           05  BT-Policy-Type         PIC X(15).
           05  BT-State-Code          PIC X(2).

       FD  Transfer-Report-File.
       01  Report-Line-Record        PIC X(132).

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Agent-Master-Status      PIC XX.
       01  WS-Agent-Commission-Status  PIC XX.
       01  WS-Book-Transfer-Status     PIC XX.
       01  WS-Transfer-Report-Status   PIC XX.
      *> One change being applied - read off BOR.CHANGE, or built for
      *> each policy a book transfer moves.
       01  BOR-Change-Record.
           05  BR-Policy-Number       PIC X(10).
           05  BR-New-Agent-Code      PIC X(8).
           05  BR-Effective-Date      PIC X(10).
       01  WS-Program-Name             PIC X(20) VALUE
           "BrokerOfRecord".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-Changes           PIC X VALUE 'N'.
       01  WS-End-Of-File              PIC X.
       01  WS-New-Agent-Valid          PIC X.
      *> Why Validate-New-Agent refused the agent - the book-transfer
      *> report's result for a policy that did not move.
       01  WS-Agent-Reject-Reason      PIC X(20).
       01  WS-State-Scan               PIC 9(2) COMP.
       01  WS-Old-Agent-Code           PIC X(8).
       01  WS-Scan-Index               PIC 9(8) COMP.
       01  WS-Old-Share                PIC 9V9(5).
       01  WS-Old-Amount               PIC 9(9)V99.
       01  WS-New-Amount               PIC 9(9)V99.
       01  WS-Moved-Commission         PIC 9(9)V99.
      *> Book-transfer working fields.
       01  WS-End-Of-Transfers         PIC X.
       01  WS-Old-Agent-Name           PIC X(50).
       01  WS-New-Agent-Name           PIC X(50).
       01  WS-Transfer-Index           PIC 9(8) COMP.
       01  WS-Transfer-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Book-Overflow            PIC X.
       01  WS-Moved-Count              PIC 9(8) COMP.
       01  WS-Not-Moved-Count          PIC 9(8) COMP.
       01  WS-Transfer-Commission      PIC 9(9)V99.
       01  WS-Copy-Title               PIC X(30).
      *> Transfer rows are reported on the exceptions report under
      *> the old agent code.
       01  WS-Exception-Key            PIC X(10).
       01  WS-Report-Line              PIC X(132).
       01  WS-Count-Disp               PIC ZZZZZ9.
       01  WS-Amount-Disp              PIC ZZZZZZZZZZ9.99.
       01  WS-Doc-Letter-Type    PIC X(10).
       01  WS-Doc-Customer-Id    PIC X(10).
       01  WS-Doc-Reference      PIC X(15).
       01  WS-Doc-Summary        PIC X(40).
      *> The policies one transfer row matched, collected off the
      *> alternate-key browse before any is rewritten - rewriting
      *> Agent-Code mid-browse would move the record out from under
      *> the browse.
       01  TransferBook.
           05  Transfer-Policy-Count   PIC 9(8) COMP.
           05  Transfer-Policy-Entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON Transfer-Policy-Count
                   INDEXED BY TransferPolicyIdx.
               10  TP-Policy-Number    PIC X(10).
               10  TP-Holder-Name      PIC X(30).
               10  TP-Policy-Type      PIC X(15).
               10  TP-State-Code       PIC X(2).
               10  TP-Result           PIC X(20).
               10  TP-Commission-Moved PIC 9(9)V99.
      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
           05  Commission-Row-Entry OCCURS 1 TO 100000 TIMES
                   DEPENDING ON Commission-Row-Count
                   INDEXED BY CommissionRowIdx.
               10  CM-Row              PIC X(84).
       COPY AGENTCOM REPLACING Agent-Commission-Record BY
           CommissionRow.

       Begin-Broker-Of-Record.
           DISPLAY "Starting broker-of-record change run..."
           OPEN INPUT BOR-Change-File
           OPEN INPUT Book-Transfer-File
           IF WS-BOR-Change-Status NOT = "00"
               AND WS-Book-Transfer-Status NOT = "00"
               DISPLAY "BrokerOfRecord: no BOR.CHANGE or BOOK.TRANSFER"
                   " file"
               STOP RUN
           END-IF


           PERFORM Load-Commission-File

           IF WS-BOR-Change-Status = "00"
               MOVE 'N' TO WS-End-Of-Changes
               PERFORM UNTIL WS-End-Of-Changes = 'Y'
                   READ BOR-Change-File INTO BOR-Change-Record
                       AT END MOVE 'Y' TO WS-End-Of-Changes
                   END-READ
                   IF WS-End-Of-Changes = 'N'
                       PERFORM Apply-One-Change
                   END-IF
               END-PERFORM
               CLOSE BOR-Change-File
           END-IF

           IF WS-Book-Transfer-Status = "00"
               PERFORM Apply-Book-Transfers
               CLOSE Book-Transfer-File
           END-IF

           IF WS-Commission-Dirty = 'Y'
               PERFORM Rewrite-Commission-File
           END-IF
           CLOSE POLICY-MASTER-FILE
           CLOSE Agent-Master-File
           DISPLAY "Broker-of-record run complete - applied "
               WS-Applied-Count " changes, " WS-Transfer-Count
               " book transfers."
           STOP RUN.

       Load-Commission-File.
      *> placing agent - a book cannot be moved to an agent who could
      *> not have written it.
           MOVE 'N' TO WS-New-Agent-Valid
           MOVE SPACES TO WS-Agent-Reject-Reason
           MOVE BR-New-Agent-Code TO AG-Agent-Code
           READ Agent-Master-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Agent-Master-Status NOT = "00"
               MOVE "AGENT NOT FOUND" TO WS-Agent-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF AG-Agent-Status NOT = "ACTIVE"
               MOVE "AGENT INACTIVE" TO WS-Agent-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-State-Scan FROM 1 BY 2
               UNTIL WS-State-Scan > 19
               IF AG-Licensed-States(WS-State-Scan:2) =
                       State-Code OF Policy-Master-Record
                   AND State-Code OF Policy-Master-Record NOT =
                       SPACES
                   MOVE 'Y' TO WS-New-Agent-Valid
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-New-Agent-Valid = 'N'
               STRING "NOT LICENSED IN "
                       State-Code OF Policy-Master-Record
                   DELIMITED BY SIZE INTO WS-Agent-Reject-Reason
           END-IF.

       Rewrite-Master-Agent.
           MOVE BR-Effective-Date(4:2) TO WS-Work-YYYYMMDD(7:2)
           COMPUTE WS-BOR-Days =
               FUNCTION INTEGER-OF-DATE(WS-Work-YYYYMMDD)
           MOVE 0 TO WS-Moved-Commission

      *> A retroactive change effective-dated before the term start
      *> earns the old agent nothing - without the floor, the
                       Term-Number OF Policy-Master-Record
                   AND AC-Agent-Code OF CommissionRow =
                       WS-Old-Agent-Code
                   AND AC-Commission-Type OF CommissionRow NOT =
                       "OVERRIDE"
                   AND AC-Settlement-Status OF CommissionRow = "DUE"
                   PERFORM Split-One-Commission-Row
               END-IF
                   AC-Commission-Amount OF CommissionRow
               ADD 1 TO Commission-Row-Count
               MOVE CommissionRow TO CM-Row(Commission-Row-Count)
               ADD WS-New-Amount TO WS-Moved-Commission
           END-IF
           MOVE 'Y' TO WS-Commission-Dirty.


       Apply-Book-Transfers.
           OPEN OUTPUT Transfer-Report-File
           MOVE 'N' TO WS-End-Of-Transfers
           PERFORM UNTIL WS-End-Of-Transfers = 'Y'
               READ Book-Transfer-File
                   AT END MOVE 'Y' TO WS-End-Of-Transfers
               END-READ
               IF WS-End-Of-Transfers = 'N'
                   AND BT-Old-Agent-Code NOT = SPACES
                   PERFORM Apply-One-Book-Transfer
               END-IF
           END-PERFORM
           CLOSE Transfer-Report-File.

       Apply-One-Book-Transfer.
      *> A transfer with no receiving agent, to itself, or with an
      *> effective date that is not MM/DD/YYYY moves nothing.
           MOVE SPACES TO WS-Offending-Value
           MOVE BT-Old-Agent-Code TO WS-Exception-Key
           IF BT-New-Agent-Code = SPACES
               MOVE "NO NEW AGENT" TO WS-Offending-Value
           ELSE
               IF BT-New-Agent-Code = BT-Old-Agent-Code
                   MOVE "SAME AGENT" TO WS-Offending-Value
               ELSE
                   IF BT-Effective-Date(1:2) NOT NUMERIC
                       OR BT-Effective-Date(4:2) NOT NUMERIC
                       OR BT-Effective-Date(7:4) NOT NUMERIC
                       MOVE BT-Effective-Date TO WS-Offending-Value
                   END-IF
               END-IF
           END-IF
           IF WS-Offending-Value NOT = SPACES
               CALL "WriteExceptionReport" USING WS-Exception-Key,
                   WS-Program-Name, WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE BT-Old-Agent-Code TO AG-Agent-Code
           MOVE SPACES TO WS-Old-Agent-Name
           READ Agent-Master-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Agent-Master-Status = "00"
               MOVE AG-Agent-Name TO WS-Old-Agent-Name
           END-IF
           MOVE BT-New-Agent-Code TO AG-Agent-Code
           MOVE SPACES TO WS-New-Agent-Name
           READ Agent-Master-File
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Agent-Master-Status = "00"
               MOVE AG-Agent-Name TO WS-New-Agent-Name
           END-IF

           PERFORM Collect-Transfer-Book
           MOVE 0 TO WS-Moved-Count
           MOVE 0 TO WS-Not-Moved-Count
           MOVE 0 TO WS-Transfer-Commission
           PERFORM VARYING WS-Transfer-Index FROM 1 BY 1
               UNTIL WS-Transfer-Index > Transfer-Policy-Count
               PERFORM Transfer-One-Policy
           END-PERFORM
           ADD 1 TO WS-Transfer-Count

           MOVE "RELINQUISHING AGENCY COPY" TO WS-Copy-Title
           PERFORM Write-Transfer-Register
           MOVE "RECEIVING AGENCY COPY" TO WS-Copy-Title
           PERFORM Write-Transfer-Register.

       Collect-Transfer-Book.
           MOVE 0 TO Transfer-Policy-Count
           MOVE 'N' TO WS-Book-Overflow
           MOVE BT-Old-Agent-Code TO Agent-Code OF Policy-Master-Record
           START POLICY-MASTER-FILE KEY =
                   Agent-Code OF Policy-Master-Record
               INVALID KEY
                   MOVE "23" TO WS-Policy-Master-Status
           END-START
           MOVE 'N' TO WS-End-Of-File
           IF WS-Policy-Master-Status NOT = "00"
               MOVE 'Y' TO WS-End-Of-File
           END-IF
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ POLICY-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   IF Agent-Code OF Policy-Master-Record NOT =
                           BT-Old-Agent-Code
                       MOVE 'Y' TO WS-End-Of-File
                   ELSE
                       PERFORM Collect-One-Policy
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Book-Overflow = 'Y'
               MOVE "BOOK OVERFLOW" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING WS-Exception-Key,
                   WS-Program-Name, WS-Offending-Value
           END-IF.

       Collect-One-Policy.
           IF Policy-Status OF Policy-Master-Record = "CANCELLED"
               OR Policy-Status OF Policy-Master-Record = "RESCINDED"
               EXIT PARAGRAPH
           END-IF
           IF BT-Policy-Type NOT = SPACES
               AND Policy-Type OF Policy-Master-Record NOT =
                   BT-Policy-Type
               EXIT PARAGRAPH
           END-IF
           IF BT-State-Code NOT = SPACES
               AND State-Code OF Policy-Master-Record NOT =
                   BT-State-Code
               EXIT PARAGRAPH
           END-IF
           IF Transfer-Policy-Count < 5000
               ADD 1 TO Transfer-Policy-Count
               MOVE Policy-Number OF Policy-Master-Record TO
                   TP-Policy-Number(Transfer-Policy-Count)
               MOVE Policy-Holder-Name OF Policy-Master-Record TO
                   TP-Holder-Name(Transfer-Policy-Count)
               MOVE Policy-Type OF Policy-Master-Record TO
                   TP-Policy-Type(Transfer-Policy-Count)
               MOVE State-Code OF Policy-Master-Record TO
                   TP-State-Code(Transfer-Policy-Count)
               MOVE SPACES TO TP-Result(Transfer-Policy-Count)
               MOVE 0 TO TP-Commission-Moved(Transfer-Policy-Count)
           ELSE
               MOVE 'Y' TO WS-Book-Overflow
           END-IF.

       Transfer-One-Policy.
      *> The single-policy change, exactly as a keyed BOR.CHANGE row
      *> would drive it.
           MOVE TP-Policy-Number(WS-Transfer-Index) TO BR-Policy-Number
           MOVE BT-New-Agent-Code TO BR-New-Agent-Code
           MOVE BT-Effective-Date TO BR-Effective-Date
           MOVE 'N' TO WS-New-Agent-Valid
           MOVE 0 TO WS-Moved-Commission
           PERFORM Apply-One-Change

           IF WS-Policy-Master-Status NOT = "00"
               MOVE "NOT ON MASTER" TO TP-Result(WS-Transfer-Index)
               ADD 1 TO WS-Not-Moved-Count
           ELSE
               IF WS-New-Agent-Valid = 'N'
                   MOVE WS-Agent-Reject-Reason TO
                       TP-Result(WS-Transfer-Index)
                   ADD 1 TO WS-Not-Moved-Count
               ELSE
                   MOVE "MOVED" TO TP-Result(WS-Transfer-Index)
                   MOVE WS-Moved-Commission TO
                       TP-Commission-Moved(WS-Transfer-Index)
                   ADD WS-Moved-Commission TO WS-Transfer-Commission
                   ADD 1 TO WS-Moved-Count
                   PERFORM Notify-Policyholder
               END-IF
           END-IF.

       Notify-Policyholder.
           MOVE "AGENTCHG" TO WS-Doc-Letter-Type
           MOVE Customer-Id OF Policy-Master-Record TO
               WS-Doc-Customer-Id
           MOVE BR-Policy-Number TO WS-Doc-Reference
           MOVE SPACES TO WS-Doc-Summary
           STRING "NEW AGENT: " WS-New-Agent-Name
               DELIMITED BY SIZE INTO WS-Doc-Summary
           CALL "Correspondence" USING WS-Doc-Letter-Type,
               WS-Doc-Customer-Id,
               Policy-Holder-Name OF Policy-Master-Record,
               Policy-Holder-Address OF Policy-Master-Record,
               WS-Doc-Reference, WS-Doc-Summary.

       Write-Transfer-Register.
           MOVE SPACES TO WS-Report-Line
           STRING "BOOK TRANSFER REGISTER - " WS-Copy-Title
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "  FROM AGENT " BT-Old-Agent-Code "  "
                   WS-Old-Agent-Name(1:40)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "  TO AGENT   " BT-New-Agent-Code "  "
                   WS-New-Agent-Name(1:40)
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-Report-Line
           STRING "  EFFECTIVE " BT-Effective-Date
                   "  POLICY TYPE " BT-Policy-Type
                   "  STATE " BT-State-Code
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line

           MOVE SPACES TO WS-Report-Line
           MOVE "POLICY" TO WS-Report-Line(3:6)
           MOVE "POLICYHOLDER" TO WS-Report-Line(15:12)
           MOVE "TYPE" TO WS-Report-Line(47:4)
           MOVE "ST" TO WS-Report-Line(64:2)
           MOVE "RESULT" TO WS-Report-Line(68:6)
           MOVE "COMMISSION" TO WS-Report-Line(94:10)
           PERFORM Write-Report-Line
           PERFORM VARYING WS-Transfer-Index FROM 1 BY 1
               UNTIL WS-Transfer-Index > Transfer-Policy-Count
               MOVE TP-Commission-Moved(WS-Transfer-Index) TO
                   WS-Amount-Disp
               MOVE SPACES TO WS-Report-Line
               STRING "  " TP-Policy-Number(WS-Transfer-Index)
                       "  " TP-Holder-Name(WS-Transfer-Index)
                       "  " TP-Policy-Type(WS-Transfer-Index)
                       "  " TP-State-Code(WS-Transfer-Index)
                       "  " TP-Result(WS-Transfer-Index)
                       "  " WS-Amount-Disp
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM Write-Report-Line
           END-PERFORM

           MOVE WS-Moved-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "  POLICIES MOVED:     " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Not-Moved-Count TO WS-Count-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "  POLICIES NOT MOVED: " WS-Count-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           MOVE WS-Transfer-Commission TO WS-Amount-Disp
           MOVE SPACES TO WS-Report-Line
           STRING "  COMMISSION MOVED:   " WS-Amount-Disp
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM Write-Report-Line
           IF WS-Book-Overflow = 'Y'
               MOVE "  BOOK LARGER THAN ONE RUN - RERUN THIS TRANSFER TO
      -            " MOVE THE REST" TO WS-Report-Line
               PERFORM Write-Report-Line
           END-IF
           MOVE "  --- END OF TRANSFER REGISTER ---" TO WS-Report-Line
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-Report-Line TO Report-Line-Record
           WRITE Report-Line-Record.
