      *> AGTINQM - symbolic map for the AGTINQ mapset (bms/AGTINQ.bms),
      *> as BMS assembly (DFHMSD/DFHMDI/DFHMDF with TIOAPFX=YES) would
      *> generate it, the same way CLMINQM mirrors CLMINQ. AGTINQI is
      *> RECEIVE MAP's target, AGTINQO is SEND MAP's source -
      *> AgentInquiry.cbl is the only program that uses this map.
       01  AGTINQI.
           05  FILLER                PIC X(12).
           05  ANUML                 COMP PIC S9(4).
           05  ANUMF                 PIC X.
           05  FILLER REDEFINES ANUMF.
               10  ANUMA             PIC X.
           05  ANUMI                 PIC X(8).

       01  AGTINQO REDEFINES AGTINQI.
           05  FILLER                PIC X(12).
           05  ANUML                 COMP PIC S9(4).
           05  ANUMF                 PIC X.
           05  FILLER REDEFINES ANUMF.
               10  ANUMA             PIC X.
           05  ANUMO                 PIC X(8).
           05  ANAMEL                COMP PIC S9(4).
           05  ANAMEF                PIC X.
           05  FILLER REDEFINES ANAMEF.
               10  ANAMEA            PIC X.
           05  ANAMEO                PIC X(50).
           05  ASTATUSL              COMP PIC S9(4).
           05  ASTATUSF              PIC X.
           05  FILLER REDEFINES ASTATUSF.
               10  ASTATUSA          PIC X.
           05  ASTATUSO              PIC X(10).
           05  ASTATESL              COMP PIC S9(4).
           05  ASTATESF              PIC X.
           05  FILLER REDEFINES ASTATESF.
               10  ASTATESA          PIC X.
           05  ASTATESO              PIC X(30).
           05  ACARRYL               COMP PIC S9(4).
           05  ACARRYF               PIC X.
           05  FILLER REDEFINES ACARRYF.
               10  ACARRYA           PIC X.
           05  ACARRYO               PIC X(14).
           05  ADUEL                 COMP PIC S9(4).
           05  ADUEF                 PIC X.
           05  FILLER REDEFINES ADUEF.
               10  ADUEA             PIC X.
           05  ADUEO                 PIC X(14).
           05  AHELDL                COMP PIC S9(4).
           05  AHELDF                PIC X.
           05  FILLER REDEFINES AHELDF.
               10  AHELDA            PIC X.
           05  AHELDO                PIC X(14).
           05  AHEADL                COMP PIC S9(4).
           05  AHEADF                PIC X.
           05  FILLER REDEFINES AHEADF.
               10  AHEADA            PIC X.
           05  AHEADO                PIC X(79).
           05  ALINE1L               COMP PIC S9(4).
           05  ALINE1F               PIC X.
           05  FILLER REDEFINES ALINE1F.
               10  ALINE1A           PIC X.
           05  ALINE1O               PIC X(79).
           05  ALINE2L               COMP PIC S9(4).
           05  ALINE2F               PIC X.
           05  FILLER REDEFINES ALINE2F.
               10  ALINE2A           PIC X.
           05  ALINE2O               PIC X(79).
           05  ALINE3L               COMP PIC S9(4).
           05  ALINE3F               PIC X.
           05  FILLER REDEFINES ALINE3F.
               10  ALINE3A           PIC X.
           05  ALINE3O               PIC X(79).
           05  ALINE4L               COMP PIC S9(4).
           05  ALINE4F               PIC X.
           05  FILLER REDEFINES ALINE4F.
               10  ALINE4A           PIC X.
           05  ALINE4O               PIC X(79).
           05  ALINE5L               COMP PIC S9(4).
           05  ALINE5F               PIC X.
           05  FILLER REDEFINES ALINE5F.
               10  ALINE5A           PIC X.
           05  ALINE5O               PIC X(79).
           05  ALINE6L               COMP PIC S9(4).
           05  ALINE6F               PIC X.
           05  FILLER REDEFINES ALINE6F.
               10  ALINE6A           PIC X.
           05  ALINE6O               PIC X(79).
           05  ALINE7L               COMP PIC S9(4).
           05  ALINE7F               PIC X.
           05  FILLER REDEFINES ALINE7F.
               10  ALINE7A           PIC X.
           05  ALINE7O               PIC X(79).
           05  ALINE8L               COMP PIC S9(4).
           05  ALINE8F               PIC X.
           05  FILLER REDEFINES ALINE8F.
               10  ALINE8A           PIC X.
           05  ALINE8O               PIC X(79).
           05  AMSGL                 COMP PIC S9(4).
           05  AMSGF                 PIC X.
           05  FILLER REDEFINES AMSGF.
               10  AMSGA             PIC X.
           05  AMSGO                 PIC X(79).
