       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.
       AUTHOR. Udit Sharma.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> Customer merge. Each CUSTOMER.MERGE transaction names a
      *> duplicate customer id (usually off DUPCUST.RPT) and the id it
      *> really is, and everything the duplicate owns moves to the
      *> survivor so the household bills and discounts as one:
      *>   - every policy on the master carrying the losing id, each
      *>     rewrite journaled through MasterJournal under the merge
      *>     reference;
      *>   - every quote on QUOTE.REGISTER quoted to the losing id, so
      *>     a later conversion issues to the survivor;
      *>   - every document on CORRESP.REGISTER logged to the losing
      *>     id, so disputes and the privacy report find it under the
      *>     survivor;
      *>   - autopay authorizations are keyed by policy, so they move
      *>     with their policies - the log counts the ACTIVE ones that
      *>     did.
      *> The losing customer stays on CUSTOMER.MASTER as MERGED with
      *> CU-Merged-Into naming the survivor; issuance follows that
      *> pointer for any application still quoting the old id. A
      *> merge naming a customer that is missing, already merged or
      *> masked, or itself, goes to the exceptions report untouched.
      *> Merges chain within a run - A into B and B into C moves A's
      *> business straight to C. Every merge worked is recorded on
      *> CUSTMERGE.LOG; CUSTOMER.MERGE is consumed once worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Merge-File ASSIGN TO "CUSTOMER.MERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Customer-Merge-Status.
           SELECT Corresp-Register-File ASSIGN TO "CORRESP.REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Corresp-Register-Status.
      *> The register is line sequential, so re-pointing it is a copy
      *> through this work file and back.
           SELECT Corresp-Work-File ASSIGN TO "CUSTMERGE.CORRESP.WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Corresp-Work-Status.
           SELECT Merge-Log-File ASSIGN TO "CUSTMERGE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Merge-Log-Status.
           COPY CUSTMSEL.
           COPY POLMSSEL.
           COPY QUOTESEL.
           COPY AUTOAUTHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Merge-File.
           COPY CUSTMRG.

       FD  Corresp-Register-File.
           COPY CORRREG.

       FD  Corresp-Work-File.
           COPY CORRREG REPLACING Correspondence-Register-Record BY
               Corresp-Work-Record.

       FD  Merge-Log-File.
       01  Merge-Log-Record.
           05  ML-Losing-Customer-Id    PIC X(10).
           05  ML-Surviving-Customer-Id PIC X(10).
           05  ML-Merge-Date            PIC X(10).
           05  ML-Requested-By          PIC X(8).
           05  ML-Merge-Reference       PIC X(15).
           05  ML-Policies-Moved        PIC 9(5).
           05  ML-Quotes-Moved          PIC 9(5).
           05  ML-Autopay-Moved         PIC 9(5).
           05  ML-Documents-Moved       PIC 9(7).

       FD  Customer-Master-File.
           COPY CUSTMREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMSREC.

       FD  Quote-Register-File.
           COPY QUOTEREG.

       FD  Autopay-Auth-File.
           COPY AUTOAUTH.

       WORKING-STORAGE SECTION.
       01  WS-Customer-Merge-Status    PIC XX.
       01  WS-Corresp-Register-Status  PIC XX.
       01  WS-Corresp-Work-Status      PIC XX.
       01  WS-Merge-Log-Status         PIC XX.
       01  WS-Customer-Master-Status   PIC XX.
       01  WS-Policy-Master-Status     PIC XX.
       01  WS-Quote-Register-Status    PIC XX.
       01  WS-Autopay-Auth-Status      PIC XX.
       01  WS-Program-Name             PIC X(20) VALUE
           "CustomerMerge".
       01  WS-Offending-Value          PIC X(15).
       01  WS-End-Of-File              PIC X.
       01  WS-Merge-Index              PIC 9(8) COMP.
       01  WS-Chain-Index              PIC 9(8) COMP.
       01  WS-Chain-Steps              PIC 9(8) COMP.
       01  WS-Policy-Index             PIC 9(8) COMP.
       01  WS-Found-Index              PIC 9(8) COMP.
       01  WS-Merged-Count             PIC 9(8) COMP VALUE 0.
       01  WS-Rejected-Count           PIC 9(8) COMP VALUE 0.
       01  WS-Losing-Id                PIC X(10).
       01  WS-Current-Date.
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Today-MDY                PIC X(10).
      *> Before/after images for the POLICY.JOURNAL change journal -
      *> every master WRITE/REWRITE/DELETE flows through
      *> MasterJournal.
       01  WS-Journal-Action     PIC X(10).
       01  WS-Journal-Ref        PIC X(15).
       01  WS-Journal-Before     PIC X(6000).
       01  WS-Journal-After      PIC X(6000).
      *> The run's merges, each with where its business finally goes
      *> and what moved.
       01  MergeRequests.
           05  Merge-Count             PIC 9(8) COMP.
           05  MergeRecord OCCURS 1 TO 1000 TIMES
                   DEPENDING ON Merge-Count
                   INDEXED BY MergeIdx.
               10  MR-Losing-Id        PIC X(10).
               10  MR-Surviving-Id     PIC X(10).
               10  MR-Requested-By     PIC X(8).
               10  MR-Merge-Reference  PIC X(15).
               10  MR-Valid            PIC X.
               10  MR-Final-Id         PIC X(10).
               10  MR-Policies-Moved   PIC 9(5).
               10  MR-Quotes-Moved     PIC 9(5).
               10  MR-Autopay-Moved    PIC 9(5).
               10  MR-Documents-Moved  PIC 9(7).
      *> One losing customer's policy numbers, gathered through the
      *> Customer-Id alternate key before any of them is rewritten
      *> off it.
       01  MovedPolicies.
           05  Moved-Policy-Count      PIC 9(4) COMP.
           05  MovedPolicyRecord OCCURS 1 TO 1000 TIMES
                   DEPENDING ON Moved-Policy-Count
                   INDEXED BY MovedPolicyIdx.
               10  MP-Policy-Number    PIC X(10).

       PROCEDURE DIVISION.
       Begin-Customer-Merge.
           DISPLAY "Starting customer merge run..."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Current-Date
           MOVE SPACES TO WS-Today-MDY
           STRING WS-Current-Month "/" WS-Current-Day "/"
                   WS-Current-Year
               DELIMITED BY SIZE INTO WS-Today-MDY

           PERFORM Load-Merge-Requests
           IF Merge-Count = 0
               DISPLAY "CustomerMerge: no CUSTOMER.MERGE this run"
               STOP RUN
           END-IF

           OPEN I-O Customer-Master-File
           IF WS-Customer-Master-Status NOT = "00"
               DISPLAY "CustomerMerge: cannot open customer master"
               STOP RUN
           END-IF
           PERFORM VARYING WS-Merge-Index FROM 1 BY 1
               UNTIL WS-Merge-Index > Merge-Count
               PERFORM Validate-One-Merge
           END-PERFORM
           PERFORM VARYING WS-Merge-Index FROM 1 BY 1
               UNTIL WS-Merge-Index > Merge-Count
               IF MR-Valid(WS-Merge-Index) = 'Y'
                   PERFORM Resolve-Final-Survivor
                   PERFORM Mark-Customer-Merged
               END-IF
           END-PERFORM
           CLOSE Customer-Master-File

           OPEN I-O POLICY-MASTER-FILE
           OPEN INPUT Autopay-Auth-File
           PERFORM VARYING WS-Merge-Index FROM 1 BY 1
               UNTIL WS-Merge-Index > Merge-Count
               IF MR-Valid(WS-Merge-Index) = 'Y'
                   PERFORM Move-Customer-Policies
               END-IF
           END-PERFORM
           IF WS-Autopay-Auth-Status NOT = "35"
               CLOSE Autopay-Auth-File
           END-IF
           CLOSE POLICY-MASTER-FILE

           PERFORM Move-Customer-Quotes
           PERFORM Move-Register-Documents
           PERFORM Write-Merge-Log

           DISPLAY "Customer merge complete - merged " WS-Merged-Count
               ", rejected " WS-Rejected-Count "."
           STOP RUN.

       Load-Merge-Requests.
           MOVE 0 TO Merge-Count
           OPEN INPUT Customer-Merge-File
           IF WS-Customer-Merge-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Customer-Merge-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND MG-Losing-Customer-Id NOT = SPACES
                   AND Merge-Count < 1000
                   ADD 1 TO Merge-Count
                   MOVE MG-Losing-Customer-Id TO
                       MR-Losing-Id(Merge-Count)
                   MOVE MG-Surviving-Customer-Id TO
                       MR-Surviving-Id(Merge-Count)
                   MOVE MG-Requested-By TO MR-Requested-By(Merge-Count)
                   MOVE MG-Merge-Reference TO
                       MR-Merge-Reference(Merge-Count)
                   MOVE 'N' TO MR-Valid(Merge-Count)
                   MOVE SPACES TO MR-Final-Id(Merge-Count)
                   MOVE 0 TO MR-Policies-Moved(Merge-Count)
                   MOVE 0 TO MR-Quotes-Moved(Merge-Count)
                   MOVE 0 TO MR-Autopay-Moved(Merge-Count)
                   MOVE 0 TO MR-Documents-Moved(Merge-Count)
               END-IF
           END-PERFORM
           CLOSE Customer-Merge-File
           OPEN OUTPUT Customer-Merge-File
           CLOSE Customer-Merge-File.

       Validate-One-Merge.
      *> Both customers must be live on the master, and distinct. A
      *> losing id an earlier transaction in this run already merged
      *> is caught here too, since its status is MERGED by then.
           MOVE SPACES TO WS-Offending-Value
           IF MR-Losing-Id(WS-Merge-Index) =
                   MR-Surviving-Id(WS-Merge-Index)
               MOVE "SAME CUSTOMER" TO WS-Offending-Value
           END-IF

           IF WS-Offending-Value = SPACES
               MOVE MR-Surviving-Id(WS-Merge-Index) TO CU-Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       MOVE "NO SURVIVOR" TO WS-Offending-Value
               END-READ
               IF WS-Offending-Value = SPACES
                   AND (CU-Customer-Status = "MERGED"
                       OR CU-Customer-Status = "MASKED")
                   MOVE "SURVIVOR CLOSED" TO WS-Offending-Value
               END-IF
           END-IF

           IF WS-Offending-Value = SPACES
               MOVE MR-Losing-Id(WS-Merge-Index) TO CU-Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       MOVE "NO LOSING ID" TO WS-Offending-Value
               END-READ
               IF WS-Offending-Value = SPACES
                   AND (CU-Customer-Status = "MERGED"
                       OR CU-Customer-Status = "MASKED")
                   MOVE "ALREADY CLOSED" TO WS-Offending-Value
               END-IF
           END-IF

           IF WS-Offending-Value NOT = SPACES
               CALL "WriteExceptionReport" USING
                   MR-Losing-Id(WS-Merge-Index), WS-Program-Name,
                   WS-Offending-Value
               ADD 1 TO WS-Rejected-Count
           ELSE
      *> Marked here, in run order, so a second merge of the same
      *> losing id later in the run is rejected above.
               MOVE "MERGED" TO CU-Customer-Status
               MOVE MR-Surviving-Id(WS-Merge-Index) TO CU-Merged-Into
               REWRITE Customer-Master-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'Y' TO MR-Valid(WS-Merge-Index)
               ADD 1 TO WS-Merged-Count
           END-IF.

       Resolve-Final-Survivor.
      *> Follow the survivor through any later merge in this run that
      *> merged it away in turn. Bounded by the table size, so a loop
      *> keyed by mistake cannot hang the run.
           MOVE MR-Surviving-Id(WS-Merge-Index) TO
               MR-Final-Id(WS-Merge-Index)
           MOVE 0 TO WS-Chain-Steps
           MOVE 1 TO WS-Found-Index
           PERFORM UNTIL WS-Found-Index = 0
                   OR WS-Chain-Steps > Merge-Count
               MOVE 0 TO WS-Found-Index
               PERFORM VARYING WS-Chain-Index FROM 1 BY 1
                   UNTIL WS-Chain-Index > Merge-Count
                       OR WS-Found-Index NOT = 0
                   IF MR-Valid(WS-Chain-Index) = 'Y'
                       AND MR-Losing-Id(WS-Chain-Index) =
                           MR-Final-Id(WS-Merge-Index)
                       MOVE WS-Chain-Index TO WS-Found-Index
                   END-IF
               END-PERFORM
               IF WS-Found-Index NOT = 0
                   MOVE MR-Surviving-Id(WS-Found-Index) TO
                       MR-Final-Id(WS-Merge-Index)
               END-IF
               ADD 1 TO WS-Chain-Steps
           END-PERFORM.

       Mark-Customer-Merged.
      *> The pointer names where the business actually landed.
           IF MR-Final-Id(WS-Merge-Index) =
                   MR-Surviving-Id(WS-Merge-Index)
               EXIT PARAGRAPH
           END-IF
           MOVE MR-Losing-Id(WS-Merge-Index) TO CU-Customer-Id
           READ Customer-Master-File
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE MR-Final-Id(WS-Merge-Index) TO CU-Merged-Into
           REWRITE Customer-Master-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       Move-Customer-Policies.
           MOVE 0 TO Moved-Policy-Count
           MOVE MR-Losing-Id(WS-Merge-Index) TO WS-Losing-Id
           MOVE WS-Losing-Id TO Customer-Id OF Policy-Master-Record
           START POLICY-MASTER-FILE KEY =
                   Customer-Id OF Policy-Master-Record
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
                   IF Customer-Id OF Policy-Master-Record NOT =
                           WS-Losing-Id
                       MOVE 'Y' TO WS-End-Of-File
                   ELSE
                       IF Moved-Policy-Count < 1000
                           ADD 1 TO Moved-Policy-Count
                           MOVE Policy-Number OF Policy-Master-Record
                               TO MP-Policy-Number(Moved-Policy-Count)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-Policy-Index FROM 1 BY 1
               UNTIL WS-Policy-Index > Moved-Policy-Count
               PERFORM Move-One-Policy
           END-PERFORM.

       Move-One-Policy.
           MOVE MP-Policy-Number(WS-Policy-Index) TO
               Policy-Number OF Policy-Master-Record
           READ POLICY-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE Policy-Master-Record TO WS-Journal-Before
           MOVE MR-Final-Id(WS-Merge-Index) TO
               Customer-Id OF Policy-Master-Record
           MOVE Policy-Master-Record TO WS-Journal-After
           MOVE "REWRITE" TO WS-Journal-Action
           MOVE MR-Merge-Reference(WS-Merge-Index) TO WS-Journal-Ref
           IF WS-Journal-Ref = SPACES
               MOVE WS-Losing-Id TO WS-Journal-Ref
           END-IF
           CALL "MasterJournal" USING WS-Program-Name,
               WS-Journal-Action, WS-Journal-Ref,
               WS-Journal-Before, WS-Journal-After
           REWRITE Policy-Master-Record
               INVALID KEY
                   DISPLAY "CustomerMerge: rewrite failed for "
                       Policy-Number OF Policy-Master-Record
           END-REWRITE
           ADD 1 TO MR-Policies-Moved(WS-Merge-Index)

           IF WS-Autopay-Auth-Status NOT = "35"
               MOVE Policy-Number OF Policy-Master-Record TO
                   AU-Policy-Number
               READ Autopay-Auth-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Autopay-Auth-Status = "00"
                   AND AU-Autopay-Status = "ACTIVE"
                   ADD 1 TO MR-Autopay-Moved(WS-Merge-Index)
               END-IF
           END-IF.

       Find-Merge-For-Id.
      *> WS-Found-Index names the valid merge whose losing id is
      *> WS-Losing-Id, zero when none is.
           MOVE 0 TO WS-Found-Index
           PERFORM VARYING WS-Chain-Index FROM 1 BY 1
               UNTIL WS-Chain-Index > Merge-Count
                   OR WS-Found-Index NOT = 0
               IF MR-Valid(WS-Chain-Index) = 'Y'
                   AND MR-Losing-Id(WS-Chain-Index) = WS-Losing-Id
                   MOVE WS-Chain-Index TO WS-Found-Index
               END-IF
           END-PERFORM.

       Move-Customer-Quotes.
      *> The register has no customer index - one pass over it.
           OPEN I-O Quote-Register-File
           IF WS-Quote-Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Quote-Register-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   AND QA-Customer-Id NOT = SPACES
                   MOVE QA-Customer-Id TO WS-Losing-Id
                   PERFORM Find-Merge-For-Id
                   IF WS-Found-Index NOT = 0
                       MOVE MR-Final-Id(WS-Found-Index) TO
                           QA-Customer-Id
                       REWRITE Quote-Register-Record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO MR-Quotes-Moved(WS-Found-Index)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Quote-Register-File.

       Move-Register-Documents.
      *> The register is the hub's sequential log - copied to the
      *> work file re-pointed, then copied back, however long it is.
      *> If the work file cannot be opened the register is left
      *> exactly as it was; either way a copy that cannot finish
      *> ends the run with return code 8.
           OPEN INPUT Corresp-Register-File
           IF WS-Corresp-Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Corresp-Work-File
           IF WS-Corresp-Work-Status NOT = "00"
               DISPLAY "CustomerMerge: CUSTMERGE.CORRESP.WORK open "
                   "failed, status " WS-Corresp-Work-Status
                   " - documents not moved"
               CLOSE Corresp-Register-File
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Corresp-Register-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   IF DC-Customer-Id OF Correspondence-Register-Record
                       NOT = SPACES
                       MOVE DC-Customer-Id OF
                           Correspondence-Register-Record
                           TO WS-Losing-Id
                       PERFORM Find-Merge-For-Id
                       IF WS-Found-Index NOT = 0
                           MOVE MR-Final-Id(WS-Found-Index) TO
                               DC-Customer-Id OF
                               Correspondence-Register-Record
                           ADD 1 TO MR-Documents-Moved(WS-Found-Index)
                       END-IF
                   END-IF
                   MOVE Correspondence-Register-Record TO
                       Corresp-Work-Record
                   WRITE Corresp-Work-Record
               END-IF
           END-PERFORM
           CLOSE Corresp-Register-File
           CLOSE Corresp-Work-File

           OPEN INPUT Corresp-Work-File
           OPEN OUTPUT Corresp-Register-File
           IF WS-Corresp-Work-Status NOT = "00" OR
              WS-Corresp-Register-Status NOT = "00"
               DISPLAY "CustomerMerge: CORRESP.REGISTER not rewritten"
                   " - work " WS-Corresp-Work-Status " register "
                   WS-Corresp-Register-Status
               CLOSE Corresp-Work-File
               CLOSE Corresp-Register-File
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-End-Of-File
           PERFORM UNTIL WS-End-Of-File = 'Y'
               READ Corresp-Work-File
                   AT END MOVE 'Y' TO WS-End-Of-File
               END-READ
               IF WS-End-Of-File = 'N'
                   MOVE Corresp-Work-Record TO
                       Correspondence-Register-Record
                   WRITE Correspondence-Register-Record
               END-IF
           END-PERFORM
           CLOSE Corresp-Register-File
           CLOSE Corresp-Work-File.

       Write-Merge-Log.
           OPEN EXTEND Merge-Log-File
           IF WS-Merge-Log-Status = "35"
               OPEN OUTPUT Merge-Log-File
           END-IF
           PERFORM VARYING WS-Merge-Index FROM 1 BY 1
               UNTIL WS-Merge-Index > Merge-Count
               IF MR-Valid(WS-Merge-Index) = 'Y'
                   MOVE MR-Losing-Id(WS-Merge-Index) TO
                       ML-Losing-Customer-Id
                   MOVE MR-Final-Id(WS-Merge-Index) TO
                       ML-Surviving-Customer-Id
                   MOVE WS-Today-MDY TO ML-Merge-Date
                   MOVE MR-Requested-By(WS-Merge-Index) TO
                       ML-Requested-By
                   MOVE MR-Merge-Reference(WS-Merge-Index) TO
                       ML-Merge-Reference
                   MOVE MR-Policies-Moved(WS-Merge-Index) TO
                       ML-Policies-Moved
                   MOVE MR-Quotes-Moved(WS-Merge-Index) TO
                       ML-Quotes-Moved
                   MOVE MR-Autopay-Moved(WS-Merge-Index) TO
                       ML-Autopay-Moved
                   MOVE MR-Documents-Moved(WS-Merge-Index) TO
                       ML-Documents-Moved
                   WRITE Merge-Log-Record
               END-IF
           END-PERFORM
           CLOSE Merge-Log-File.
