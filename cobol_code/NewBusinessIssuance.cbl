           SELECT UW-Report-Order-File ASSIGN TO "UW.RPTORDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UW-Report-Order-Status.
           SELECT Company-Assign-File ASSIGN TO "COMPANY.ASSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Company-Assign-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  UW-Report-Order-File.
           COPY UWRPTORD.

       FD  Company-Assign-File.
           COPY COMPASGN.

       WORKING-STORAGE SECTION.
       01  WS-Policy-Master-Status   PIC XX.
       01  WS-Policy-Control-Status  PIC XX.
       01  WS-Program-Name           PIC X(20) VALUE
           "NewBusinessIssuance".
       01  WS-Vehicle-Index          PIC 9(8) COMP.
       01  WS-IDCard-VIN             PIC X(17).
       01  WS-Verification-Type      PIC X(3).
       01  WS-Beneficiary-Index      PIC 9(8) COMP.
       01  WS-Interest-Index         PIC 9(8) COMP.
       01  WS-Part-Index             PIC 9(8) COMP.
       01  WS-Agent-Master-Status    PIC XX.
       01  WS-Customer-Master-Status PIC XX.
       01  WS-Customer-Id            PIC X(10).
       01  WS-Merge-Hops             PIC 9(2).
       01  WS-Policy-Reject-Status   PIC XX.
       01  WS-Agent-Valid            PIC X.
       01  WS-Agent-Reject-Reason    PIC X(40).
           05  WS-Current-Year   PIC 9(4).
           05  WS-Current-Month  PIC 9(2).
           05  WS-Current-Day    PIC 9(2).
       01  WS-Company-Assign-Status  PIC XX.
       01  WS-State-Company-Code     PIC X(2).
      *> CatMoratoriumCheck fields - a new policy carries no held
      *> transaction, only its number.
       01  WS-Hold-Type              PIC X(8).
       01  WS-Held-Transaction       PIC X(130).
       01  WS-Moratorium-Hit         PIC X.
       01  WS-Moratorium-Reason      PIC X(40).
       COPY UWRULTBL.
       COPY COMPATBL.

       LINKAGE SECTION.
           COPY POLAPPL.
               MOVE SPACES TO LK-New-Policy-Number
           ELSE
               PERFORM Resolve-Customer-Id
               PERFORM Assign-Writing-Company
               PERFORM Get-Next-Policy-Number
               PERFORM Build-Policy-Master-Record
               PERFORM Screen-Underwriting-Rules
               PERFORM Screen-Duplicate-Coverage
               PERFORM Screen-Applicant-Watchlist
               PERFORM Screen-CAT-Moratorium
               PERFORM Write-New-Policy-Master
           END-IF
           EXIT PROGRAM.
               MOVE 'Y' TO WS-Duplicate-Found
           END-IF.

      *> Two legal entities write on the one system - which one
      *> writes this application is decided here, by state and line,
      *> before anything is built. A COMPANY.ASSIGN row naming the
      *> application's state and line wins; failing that, the
      *> state's all-lines row; failing that (or with no file at
      *> all) the original company "01". The policy number still
      *> comes off the one shared POLICYSEQ counter - the master is
      *> keyed by policy number alone, so numbers must stay unique
      *> across both companies.
       Assign-Writing-Company.
           PERFORM Load-Company-Assign
           MOVE "01" TO AP-Writing-Company-Code
           MOVE SPACES TO WS-State-Company-Code
           PERFORM VARYING CompanyAssignIdx FROM 1 BY 1
               UNTIL CompanyAssignIdx > Company-Assign-Count
               IF WA-State-Code OF CompanyAssignRecord
                       (CompanyAssignIdx) = AP-State-Code
                   IF WA-Policy-Type OF CompanyAssignRecord
                           (CompanyAssignIdx) = AP-Policy-Type
                       MOVE WA-Company-Code OF CompanyAssignRecord
                           (CompanyAssignIdx) TO AP-Writing-Company-Code
                       EXIT PERFORM
                   END-IF
                   IF WA-Policy-Type OF CompanyAssignRecord
                           (CompanyAssignIdx) = SPACES
                       MOVE WA-Company-Code OF CompanyAssignRecord
                           (CompanyAssignIdx) TO WS-State-Company-Code
                   END-IF
               END-IF
           END-PERFORM
           IF CompanyAssignIdx > Company-Assign-Count
               AND WS-State-Company-Code NOT = SPACES
               MOVE WS-State-Company-Code TO AP-Writing-Company-Code
           END-IF.

       Load-Company-Assign.
           MOVE 0 TO Company-Assign-Count
           OPEN INPUT Company-Assign-File
           IF WS-Company-Assign-Status = '00'
               PERFORM UNTIL WS-Company-Assign-Status NOT = '00'
                   READ Company-Assign-File
                       AT END MOVE '10' TO WS-Company-Assign-Status
                   END-READ
                   IF WS-Company-Assign-Status = '00'
                       AND Company-Assign-Count < 200
                       ADD 1 TO Company-Assign-Count
                       MOVE Company-Assign-File-Record TO
                           CompanyAssignRecord(Company-Assign-Count)
                   END-IF
               END-PERFORM
               CLOSE Company-Assign-File
           END-IF.

       Load-UW-Rules.
           MOVE 0 TO UW-Rules-Count
           OPEN INPUT UW-Rules-File
                   INVALID KEY
                       PERFORM Create-Customer-Row
               END-READ
      *> A customer merged away since the quote or application was
      *> taken - the policy goes to the surviving id, following the
      *> chain when the survivor was itself merged later. The hop
      *> limit only guards against a looped chain.
               MOVE 0 TO WS-Merge-Hops
               PERFORM Follow-Customer-Merge
                   UNTIL CU-Customer-Status NOT = "MERGED"
                       OR CU-Merged-Into = SPACES
                       OR WS-Merge-Hops NOT < 10
           ELSE
               PERFORM Get-Next-Customer-Id
               PERFORM Create-Customer-Row
           END-IF
           CLOSE Customer-Master-File.

       Follow-Customer-Merge.
           ADD 1 TO WS-Merge-Hops
           MOVE CU-Merged-Into TO WS-Customer-Id
           MOVE WS-Customer-Id TO CU-Customer-Id
           READ Customer-Master-File
               INVALID KEY
                   MOVE SPACES TO CU-Customer-Status
           END-READ.

       Get-Next-Customer-Id.
           OPEN I-O POLICY-CONTROL-FILE
           IF WS-Policy-Control-Status = "35"
      *> name-match browse read last, and a new customer must not
      *> inherit that one's ELECTRONIC election.
           MOVE SPACES TO CU-Delivery-Preference
           MOVE SPACES TO CU-Address-Status
           MOVE SPACES TO CU-Returned-Date
           MOVE SPACES TO CU-Tax-Id
           MOVE SPACES TO CU-Merged-Into
           MOVE "ACTIVE" TO CU-Customer-Status
           WRITE Customer-Master-Record
               INVALID KEY
               MOVE "PENDING" TO Policy-Status
           END-IF.

       Screen-CAT-Moratorium.
      *> Nothing binds inside a catastrophe moratorium the CAT desk has
      *> posted over the risk's state, ZIP and line - the policy is
      *> written PENDING like any other hold, and CatMoratoriumCheck
      *> records it on CAT.HOLDS. It reaches the underwriters' queue
      *> only when the moratorium lifts (CatMoratoriumRelease), and
      *> UnderwritingDecision will not release it before then.
           MOVE "NEWBUS" TO WS-Hold-Type
           MOVE SPACES TO WS-Held-Transaction
           CALL "CatMoratoriumCheck" USING WS-Hold-Type,
               LK-New-Policy-Number, AP-State-Code, AP-Addr-Zip,
               AP-Policy-Type, WS-Held-Transaction,
               WS-Moratorium-Hit, WS-Moratorium-Reason
           IF WS-Moratorium-Hit = 'Y'
               MOVE "PENDING" TO Policy-Status
           END-IF.

       Get-Next-Policy-Number.
           OPEN I-O POLICY-CONTROL-FILE
           IF WS-Policy-Control-Status = "35"
               MOVE AP-Payment-Plan TO Payment-Plan
           END-IF
           MOVE AP-Agent-Code TO Agent-Code
           MOVE AP-Writing-Company-Code TO Writing-Company-Code

      *> Rating (Premium-Amount/Coverage-Limits/Policy-Premium) and
      *> running totals are left for the nightly batch's

      *> The new policyholder's declarations page goes out with the
      *> record as written - the first document they see from us.
           CALL "DeclarationsPage" USING Policy-Master-Record

      *> An ACTIVE car policy's ID cards go out with it - one per
      *> vehicle. A PENDING one is not in force yet, so its cards
      *> wait for UnderwritingDecision to approve it.
           MOVE SPACES TO WS-IDCard-VIN
           IF Policy-Status OF Policy-Master-Record = "ACTIVE"
               CALL "IDCardPrint" USING Policy-Master-Record,
                   WS-IDCard-VIN
           END-IF

      *> An ACTIVE car policy goes to the DMVs that require it from
      *> its effective date; a PENDING one waits for
      *> UnderwritingDecision.
           MOVE "NBS" TO WS-Verification-Type
           CALL "InsuranceVerification" USING Policy-Master-Record,
               WS-Verification-Type, WS-IDCard-VIN,
               Policy-Effective-Date OF Policy-Master-Record.
