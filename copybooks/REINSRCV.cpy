      *> REINSRCV - one row of REINSURANCE.RECOVERY, the recovery
      *> billing extract ClaimsCeding sends the reinsurers for their
      *> share of each paid claim on a policy with ceded exposure.
      *> One row per paid claim and panel reinsurer billed, each
      *> carrying that reinsurer's share of the recoverable -
      *> ClaimsCeding reads this file back at the start of a run so a
      *> claim is never billed twice.
       01  Reinsurance-Recovery-Record.
           05  RR-Claim-Number         PIC X(10).
           05  RR-Policy-Number        PIC X(10).
           05  RR-Ceded-Share          PIC 9V9999.
           05  RR-Recoverable-Amount   PIC 9(9)V99.
           05  RR-Billing-Date         PIC X(10).
      *> Treaty and panel reinsurer this row bills - blank on a
      *> per-event XOL row and on a cession no treaty row covered.
           05  RR-Treaty-Id            PIC X(10).
           05  RR-Reinsurer-Id         PIC X(8).
      *> FAC.CERTIFICATE row a facultative billing is made under -
      *> blank on treaty and XOL rows.
           05  RR-Fac-Certificate-Id   PIC X(10).
      *> Writing company whose claim (or XOL event) is billed - each
      *> company bills and collects its own recoverables. Rows billed
      *> before a second company existed carry spaces and are the
      *> original company's ("01").
           05  RR-Company-Code         PIC X(2).
