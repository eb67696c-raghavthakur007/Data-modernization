      *> FACCERT - one row of FAC.CERTIFICATE, the facultative
      *> certificate file the underwriter keys (through
      *> FacCertificateMaintenance) when a single HOME or LIFE risk is
      *> bigger than the treaty will take and cover is bought risk by
      *> risk. Keyed by policy and certificate so every certificate on
      *> a policy is one keyed browse. The layer is the slice of the
      *> policy's Coverage-Limits from the attachment point up to
      *> attachment plus limit; ReinsuranceCeding cedes that slice and
      *> the certificate premium, ClaimsCeding bills the reinsurer the
      *> same proportion of each paid loss inside the certificate
      *> dates. A cancelled certificate keeps its row, its expiration
      *> cut back to the cancellation date.
       01  Fac-Certificate-Record.
           05  FC-Certificate-Key.
               10  FC-Policy-Number    PIC X(10).
               10  FC-Certificate-Id   PIC X(10).
           05  FC-Reinsurer-Id         PIC X(8).
           05  FC-Reinsurer-Name       PIC X(30).
           05  FC-Attachment-Point     PIC 9(9)V99.
           05  FC-Layer-Limit          PIC 9(9)V99.
           05  FC-Ceded-Premium        PIC 9(9)V99.
           05  FC-Effective-Date       PIC X(10).
           05  FC-Expiration-Date      PIC X(10).
      *> ACTIVE or CANCELLED.
           05  FC-Status               PIC X(10).
           05  FC-Entered-By           PIC X(8).
           05  FC-Entered-Date         PIC X(10).
