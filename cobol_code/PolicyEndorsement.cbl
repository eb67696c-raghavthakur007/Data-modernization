       01  WS-New-Policy-Premium     PIC S9(11)V99.
       01  WS-New-Coverage-Limits    PIC S9(11)V99.
       01  WS-Rated-Vehicle-Value    PIC 9(9)V99.
       01  WS-Vehicle-Carded         PIC X.
      *> A stored (laid-up) vehicle keeps only comprehensive - this
      *> share of its full per-vehicle premium, the same share
      *> CalculatePremium's Rate-One-Scheduled-Vehicle rates a STORED
      *> vehicle at.
       01  WS-Stored-Rate-Share      PIC V99 VALUE 0.20.
       01  WS-Stored-Vehicle-Premium PIC 9(9)V99.
      *> ADD or DEL when the schedule change starts or stops coverage
      *> on a VIN the DMV has to hear about - a REPLACE keeps the VIN.
       01  WS-Verification-Type      PIC X(3).
       01  WS-Old-Deductible         PIC 9(9)V99.
       01  WS-Deductible-Changed     PIC X.
      *> CatMoratoriumCheck fields - a change that adds exposure
      *> (higher car value or coverage amount, a vehicle added or
      *> replaced by a dearer one, a lower deductible) is screened
      *> against the binding moratoriums, and a held change carries
      *> its whole transaction so it can be keyed again on approval.
       01  WS-Raises-Exposure        PIC X.
       01  WS-Hold-Type              PIC X(8).
       01  WS-Held-Transaction       PIC X(130).
       01  WS-Moratorium-Hit         PIC X.
       01  WS-Moratorium-Reason      PIC X(40).
       COPY ENDMAINT.

       LINKAGE SECTION.
           COPY POLMSTBL.
       01  LK-New-Coverage-Amount    PIC 9(9)V99.
       01  LK-Endorsement-Date       PIC X(10).
      *> Vehicle-schedule transaction - ADD, DELETE, or REPLACE by
      *> VH-VIN, SUSPEND or RESUME for a vehicle laid up in storage
      *> (VehicleStorage), SPACES for the original
      *> car-value/coverage-amount endorsement behavior. The vehicle
      *> fields below only apply when an action is present; on a
      *> RESUME the usage is the one the vehicle had before storage.
       01  LK-Vehicle-Action         PIC X(10).
       01  LK-VIN                    PIC X(17).
       01  LK-Vehicle-Value          PIC 9(9)V99.
       01  LK-Vehicle-Usage          PIC X(10).
      *> A new policy deductible, zero to leave it alone.
       01  LK-New-Deductible         PIC 9(9)V99.

       PROCEDURE DIVISION USING PolicyDB2File, LK-Policy-Number,
               LK-New-Car-Value, LK-New-Coverage-Amount,
               LK-Endorsement-Date, LK-Vehicle-Action, LK-VIN,
               LK-Vehicle-Value, LK-Vehicle-Usage, LK-New-Deductible.
       Begin-Endorsement.
           MOVE 0 TO WS-Matched-Index
           MOVE 'N' TO WS-Deductible-Changed
           PERFORM VARYING WS-Scan-Index FROM 1 BY 1
               UNTIL WS-Scan-Index > Policy-Count
               IF Policy-Number OF PolicyDB2Record(WS-Scan-Index) =
           IF WS-Matched-Index NOT = 0
               AND Policy-Status OF PolicyDB2Record(WS-Matched-Index)
                   NOT = "CANCELLED"
               PERFORM Screen-CAT-Moratorium
               IF WS-Moratorium-Hit = 'Y'
                   EXIT PROGRAM
               END-IF
               IF LK-Vehicle-Action NOT = SPACES
                   PERFORM Apply-Vehicle-Schedule-Change
               ELSE
                               PolicyDB2Record(WS-Matched-Index),
                           WS-Premium-History-Reason,
                           LK-Endorsement-Date
                   ELSE
      *> The rating tables carry no deductible factor, so a deductible
      *> change alone moves no premium - it is still recorded on
      *> POLICY.ENDORSEMENT like every other mid-term change.
                       IF WS-Deductible-Changed = 'Y'
                           MOVE 0 TO WS-Prorated-Additional-Premium
                           PERFORM Write-Endorsement-Extract
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT PROGRAM.

       Screen-CAT-Moratorium.
      *> Only a change that adds exposure is screened - a vehicle
      *> DELETE (the total-loss credit included), a cheaper
      *> replacement, or a higher deductible always goes through.
           MOVE 'N' TO WS-Moratorium-Hit
           MOVE 'N' TO WS-Raises-Exposure
           EVALUATE LK-Vehicle-Action
               WHEN "ADD"
                   MOVE 'Y' TO WS-Raises-Exposure
               WHEN "REPLACE"
                   PERFORM VARYING WS-Vehicle-Index FROM 1 BY 1
                       UNTIL WS-Vehicle-Index >
                           Vehicle-Count OF
                               PolicyDB2Record(WS-Matched-Index)
                       IF VH-VIN OF PolicyDB2Record
                               (WS-Matched-Index, WS-Vehicle-Index) =
                               LK-VIN
                           AND LK-Vehicle-Value > VH-Vehicle-Value OF
                               PolicyDB2Record
                               (WS-Matched-Index, WS-Vehicle-Index)
                           MOVE 'Y' TO WS-Raises-Exposure
                       END-IF
                   END-PERFORM
               WHEN SPACES
                   IF Policy-Type OF PolicyDB2Record(WS-Matched-Index)
                           = "CAR_INSURANCE"
                       AND LK-New-Car-Value > Car-Value OF
                           PolicyDB2Record(WS-Matched-Index)
                       MOVE 'Y' TO WS-Raises-Exposure
                   END-IF
                   IF Policy-Type OF PolicyDB2Record(WS-Matched-Index)
                           = "HOME_INSURANCE"
                       AND LK-New-Coverage-Amount > Coverage-Amount OF
                           PolicyDB2Record(WS-Matched-Index)
                       MOVE 'Y' TO WS-Raises-Exposure
                   END-IF
                   IF LK-New-Deductible > 0
                       AND LK-New-Deductible < Policy-Deductible OF
                           PolicyDB2Record(WS-Matched-Index)
                       MOVE 'Y' TO WS-Raises-Exposure
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Raises-Exposure = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO Endorsement-Maint-Record
           MOVE LK-Policy-Number TO EM-Policy-Number
           MOVE LK-Endorsement-Date TO EM-Endorsement-Date
           MOVE LK-New-Car-Value TO EM-New-Car-Value
           MOVE LK-New-Coverage-Amount TO EM-New-Coverage-Amount
           MOVE LK-Vehicle-Action TO EM-Vehicle-Action
           MOVE LK-VIN TO EM-VIN
           MOVE LK-Vehicle-Value TO EM-Vehicle-Value
           MOVE LK-Vehicle-Usage TO EM-Vehicle-Usage
           MOVE LK-New-Deductible TO EM-New-Deductible
           MOVE Endorsement-Maint-Record TO WS-Held-Transaction

           MOVE "ENDORSE" TO WS-Hold-Type
           CALL "CatMoratoriumCheck" USING WS-Hold-Type,
               LK-Policy-Number,
               State-Code OF PolicyDB2Record(WS-Matched-Index),
               Holder-Addr-Zip OF PolicyDB2Record(WS-Matched-Index),
               Policy-Type OF PolicyDB2Record(WS-Matched-Index),
               WS-Held-Transaction, WS-Moratorium-Hit,
               WS-Moratorium-Reason
           IF WS-Moratorium-Hit = 'Y'
               MOVE "CAT MORATORIUM" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LK-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
           END-IF.

       Apply-Vehicle-Schedule-Change.
      *> Add, delete, or replace one vehicle on the schedule mid-term.
      *> The premium impact rates the one vehicle through the same
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-Vehicle-Carded
           MOVE SPACES TO WS-Verification-Type
           EVALUATE LK-Vehicle-Action
               WHEN "ADD"
                   PERFORM Add-Scheduled-Vehicle
                   PERFORM Delete-Scheduled-Vehicle
               WHEN "REPLACE"
                   PERFORM Replace-Scheduled-Vehicle
               WHEN "SUSPEND"
                   PERFORM Suspend-Scheduled-Vehicle
               WHEN "RESUME"
                   PERFORM Resume-Scheduled-Vehicle
               WHEN OTHER
                   MOVE LK-Vehicle-Action TO WS-Offending-Value
                   CALL "WriteExceptionReport" USING
           IF WS-Vehicle-Premium-Delta NOT = 0
               PERFORM Apply-Prorated-Vehicle-Delta
               PERFORM Write-Endorsement-Extract
               IF LK-Vehicle-Action = "SUSPEND"
                   OR LK-Vehicle-Action = "RESUME"
                   MOVE "VEHICLE STORAGE" TO WS-Premium-History-Reason
               ELSE
                   MOVE "VEHICLE ENDORSEMENT" TO
                       WS-Premium-History-Reason
               END-IF
               CALL "WritePremiumHistory" USING
                   LK-Policy-Number, WS-Old-Policy-Premium,
                   Policy-Premium OF
                       PolicyDB2Record(WS-Matched-Index),
                   WS-Premium-History-Reason, LK-Endorsement-Date
           END-IF

      *> A vehicle added, replaced, or back from storage needs its own
      *> proof of insurance right away.
           IF WS-Vehicle-Carded = 'Y'
               CALL "IDCardPrint" USING
                   PolicyDB2Record(WS-Matched-Index), LK-VIN
           END-IF

      *> The states that require it hear about the VIN by the
      *> endorsement's effective date.
           IF WS-Verification-Type NOT = SPACES
               CALL "InsuranceVerification" USING
                   PolicyDB2Record(WS-Matched-Index),
                   WS-Verification-Type, LK-VIN, LK-Endorsement-Date
           END-IF.

       Rate-One-Vehicle-Full-Term.
                   MOVE WS-Vehicle-Term-Premium TO
                       WS-Vehicle-Premium-Delta
                   PERFORM Adjust-Coverage-For-Vehicle-Add
                   MOVE 'Y' TO WS-Vehicle-Carded
                   MOVE "ADD" TO WS-Verification-Type
               END-IF
           END-IF.

                   (WS-Matched-Index, WS-Matched-Vehicle) TO
                   WS-Rated-Vehicle-Value
               PERFORM Rate-One-Vehicle-Full-Term
      *> A stored vehicle is only carrying its comprehensive share -
      *> the rest was credited back when it was laid up, so only
      *> that share comes off now.
               IF VH-Usage OF PolicyDB2Record
                       (WS-Matched-Index, WS-Matched-Vehicle) =
                       "STORED"
                   COMPUTE WS-Vehicle-Term-Premium ROUNDED =
                       WS-Vehicle-Term-Premium * WS-Stored-Rate-Share
               END-IF
               COMPUTE WS-Vehicle-Premium-Delta =
                   0 - WS-Vehicle-Term-Premium

               END-PERFORM
               SUBTRACT 1 FROM
                   Vehicle-Count OF PolicyDB2Record(WS-Matched-Index)
               MOVE "DEL" TO WS-Verification-Type
           END-IF.

       Replace-Scheduled-Vehicle.
      *> A stored vehicle is rated at its comprehensive share and
      *> VEHICLE.STORAGE still holds it as laid up - it comes back
      *> through a RESUME (VehicleStorage) before it can be swapped.
           IF WS-Matched-Vehicle > 0
               AND VH-Usage OF PolicyDB2Record
                   (WS-Matched-Index, WS-Matched-Vehicle) = "STORED"
               MOVE "VEHICLE STORED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LK-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           IF WS-Matched-Vehicle = 0
               MOVE "VIN NOT FOUND" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                       PolicyDB2Record
                       (WS-Matched-Index, WS-Matched-Vehicle)
               END-IF
               MOVE 'Y' TO WS-Vehicle-Carded
           END-IF.

       Suspend-Scheduled-Vehicle.
      *> Lay-up: the vehicle drops to comprehensive only for the
      *> rest of the term, or until it resumes. The unused share of
      *> its premium comes back through the same prorated delta a
      *> DELETE credits, the DMV hears the liability coverage stop,
      *> and VH-Usage goes to STORED so no ID card prints for it and
      *> no schedule-wide DMV report names it while it sits.
           IF WS-Matched-Vehicle = 0
               MOVE "VIN NOT FOUND" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LK-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           IF VH-Usage OF PolicyDB2Record
                   (WS-Matched-Index, WS-Matched-Vehicle) = "STORED"
               MOVE "ALREADY STORED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LK-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE VH-Vehicle-Value OF PolicyDB2Record
               (WS-Matched-Index, WS-Matched-Vehicle) TO
               WS-Rated-Vehicle-Value
           PERFORM Rate-One-Vehicle-Full-Term
           COMPUTE WS-Stored-Vehicle-Premium ROUNDED =
               WS-Vehicle-Term-Premium * WS-Stored-Rate-Share
           COMPUTE WS-Vehicle-Premium-Delta =
               WS-Stored-Vehicle-Premium - WS-Vehicle-Term-Premium

           MOVE "STORED" TO VH-Usage OF PolicyDB2Record
               (WS-Matched-Index, WS-Matched-Vehicle)
           MOVE "DEL" TO WS-Verification-Type.

       Resume-Scheduled-Vehicle.
      *> Back on the road: full coverage and the full per-vehicle
      *> premium for the rest of the term, the usage it had before
      *> storage, a fresh ID card, and an ADD to the DMV.
           IF WS-Matched-Vehicle = 0
               MOVE "VIN NOT FOUND" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LK-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF
           IF VH-Usage OF PolicyDB2Record
                   (WS-Matched-Index, WS-Matched-Vehicle)
                   NOT = "STORED"
               MOVE "NOT STORED" TO WS-Offending-Value
               CALL "WriteExceptionReport" USING
                   LK-Policy-Number, WS-Program-Name,
                   WS-Offending-Value
               EXIT PARAGRAPH
           END-IF

           MOVE VH-Vehicle-Value OF PolicyDB2Record
               (WS-Matched-Index, WS-Matched-Vehicle) TO
               WS-Rated-Vehicle-Value
           PERFORM Rate-One-Vehicle-Full-Term
           COMPUTE WS-Stored-Vehicle-Premium ROUNDED =
               WS-Vehicle-Term-Premium * WS-Stored-Rate-Share
           COMPUTE WS-Vehicle-Premium-Delta =
               WS-Vehicle-Term-Premium - WS-Stored-Vehicle-Premium

           MOVE LK-Vehicle-Usage TO VH-Usage OF PolicyDB2Record
               (WS-Matched-Index, WS-Matched-Vehicle)
           MOVE 'Y' TO WS-Vehicle-Carded
           MOVE "ADD" TO WS-Verification-Type.

       Apply-Prorated-Vehicle-Delta.
      *> Same remaining-term proration the coverage-amount endorsement
      *> uses, signed - a deleted vehicle credits premium back instead
      *> per-dollar-of-increase rate here is the endorsement rating
      *> basis, separate from CalculatePremium's full-term rate
      *> tables, since this is pricing only the incremental exposure
      *> for the remainder of the term, not a full re-rate. A keyed
      *> deductible, up or down, simply replaces the policy's.
           MOVE Coverage-Limits OF PolicyDB2Record(WS-Matched-Index) TO
               WS-Old-Coverage-Limits
           MOVE Policy-Premium OF PolicyDB2Record(WS-Matched-Index) TO
               WS-Old-Policy-Premium
           MOVE Policy-Deductible OF PolicyDB2Record(WS-Matched-Index)
               TO WS-Old-Deductible
           MOVE 'N' TO WS-Deductible-Changed
           MOVE 0 TO WS-Coverage-Increase
           MOVE 0 TO WS-Full-Term-Premium-Delta

           IF WS-Coverage-Increase > 0
               ADD WS-Coverage-Increase TO
                   Coverage-Limits OF PolicyDB2Record(WS-Matched-Index)
           END-IF

           IF LK-New-Deductible > 0
               AND LK-New-Deductible NOT = WS-Old-Deductible
               MOVE LK-New-Deductible TO Policy-Deductible OF
                   PolicyDB2Record(WS-Matched-Index)
               MOVE 'Y' TO WS-Deductible-Changed
           END-IF.

       Compute-Prorated-Additional-Premium.
           MOVE Policy-Premium OF PolicyDB2Record(WS-Matched-Index) TO
               EN-New-Policy-Premium
           MOVE WS-Prorated-Additional-Premium TO EN-Additional-Premium
           MOVE Policy-Deductible OF PolicyDB2Record(WS-Matched-Index)
               TO EN-New-Deductible
           IF WS-Deductible-Changed = 'Y'
               MOVE WS-Old-Deductible TO EN-Old-Deductible
           ELSE
               MOVE EN-New-Deductible TO EN-Old-Deductible
           END-IF

           WRITE Policy-Endorsement-Record
           CLOSE Policy-Endorsement-File.
