      *> CATHOLD - one row of CAT.HOLDS, a new policy or a coverage
      *> change CatMoratoriumCheck held back because it fell inside an
      *> active binding moratorium. The risk's state, ZIP and
      *> Policy-Type are kept so CatMoratoriumRelease can re-screen it
      *> each night; once nothing covers it any longer the row goes
      *> from PENDING to RELEASED and onto UW.REFERRAL, and
      *> UnderwritingDecision marks it APPROVED or DECLINED. A held
      *> endorsement carries its whole ENDORSE.MAINT transaction (the
      *> ENDMAINT layout) so an approval can queue it again as keyed.
       01  CAT-Hold-Record.
      *> NEWBUS or ENDORSE.
           05  CH-Hold-Type            PIC X(8).
           05  CH-Policy-Number        PIC X(10).
           05  CH-Event-Code           PIC X(6).
           05  CH-State-Code           PIC X(2).
           05  CH-Zip-Code             PIC X(10).
           05  CH-Policy-Type          PIC X(15).
           05  CH-Hold-Date            PIC X(10).
      *> PENDING, RELEASED, APPROVED or DECLINED.
           05  CH-Hold-Status          PIC X(10).
           05  CH-Hold-Reason          PIC X(40).
           05  CH-Released-Date        PIC X(10).
           05  CH-Held-Transaction     PIC X(130).
