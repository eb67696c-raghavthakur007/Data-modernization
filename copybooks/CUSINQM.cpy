      *> CUSINQM - symbolic map for the CUSINQ mapset (bms/CUSINQ.bms),
      *> as BMS assembly (DFHMSD/DFHMDI/DFHMDF with TIOAPFX=YES) would
      *> generate it, the same way CLMINQM mirrors CLMINQ. The input
      *> fields are spread down the screen (search fields at the top,
      *> SELECT LINE below the list), so CUSINQI carries every field
      *> to keep USELI at its real offset. CUSINQI is RECEIVE MAP's
      *> target, CUSINQO is SEND MAP's source - CustomerInquiry.cbl
      *> is the only program that uses this map.
       01  CUSINQI.
           05  FILLER                PIC X(12).
           05  UIDL                  COMP PIC S9(4).
           05  UIDF                  PIC X.
           05  FILLER REDEFINES UIDF.
               10  UIDA              PIC X.
           05  UIDI                  PIC X(10).
           05  UNAMEL                COMP PIC S9(4).
           05  UNAMEF                PIC X.
           05  FILLER REDEFINES UNAMEF.
               10  UNAMEA            PIC X.
           05  UNAMEI                PIC X(30).
           05  UZIPL                 COMP PIC S9(4).
           05  UZIPF                 PIC X.
           05  FILLER REDEFINES UZIPF.
               10  UZIPA             PIC X.
           05  UZIPI                 PIC X(10).
           05  UCNAMEL               COMP PIC S9(4).
           05  UCNAMEF               PIC X.
           05  FILLER REDEFINES UCNAMEF.
               10  UCNAMEA           PIC X.
           05  UCNAMEI               PIC X(50).
           05  USTATL                COMP PIC S9(4).
           05  USTATF                PIC X.
           05  FILLER REDEFINES USTATF.
               10  USTATA            PIC X.
           05  USTATI                PIC X(10).
           05  UADDRL                COMP PIC S9(4).
           05  UADDRF                PIC X.
           05  FILLER REDEFINES UADDRF.
               10  UADDRA            PIC X.
           05  UADDRI                PIC X(60).
           05  UHEADL                COMP PIC S9(4).
           05  UHEADF                PIC X.
           05  FILLER REDEFINES UHEADF.
               10  UHEADA            PIC X.
           05  UHEADI                PIC X(79).
           05  ULINE1L               COMP PIC S9(4).
           05  ULINE1F               PIC X.
           05  FILLER REDEFINES ULINE1F.
               10  ULINE1A           PIC X.
           05  ULINE1I               PIC X(79).
           05  ULINE2L               COMP PIC S9(4).
           05  ULINE2F               PIC X.
           05  FILLER REDEFINES ULINE2F.
               10  ULINE2A           PIC X.
           05  ULINE2I               PIC X(79).
           05  ULINE3L               COMP PIC S9(4).
           05  ULINE3F               PIC X.
           05  FILLER REDEFINES ULINE3F.
               10  ULINE3A           PIC X.
           05  ULINE3I               PIC X(79).
           05  ULINE4L               COMP PIC S9(4).
           05  ULINE4F               PIC X.
           05  FILLER REDEFINES ULINE4F.
               10  ULINE4A           PIC X.
           05  ULINE4I               PIC X(79).
           05  ULINE5L               COMP PIC S9(4).
           05  ULINE5F               PIC X.
           05  FILLER REDEFINES ULINE5F.
               10  ULINE5A           PIC X.
           05  ULINE5I               PIC X(79).
           05  ULINE6L               COMP PIC S9(4).
           05  ULINE6F               PIC X.
           05  FILLER REDEFINES ULINE6F.
               10  ULINE6A           PIC X.
           05  ULINE6I               PIC X(79).
           05  ULINE7L               COMP PIC S9(4).
           05  ULINE7F               PIC X.
           05  FILLER REDEFINES ULINE7F.
               10  ULINE7A           PIC X.
           05  ULINE7I               PIC X(79).
           05  ULINE8L               COMP PIC S9(4).
           05  ULINE8F               PIC X.
           05  FILLER REDEFINES ULINE8F.
               10  ULINE8A           PIC X.
           05  ULINE8I               PIC X(79).
           05  USELL                 COMP PIC S9(4).
           05  USELF                 PIC X.
           05  FILLER REDEFINES USELF.
               10  USELA             PIC X.
           05  USELI                 PIC X(1).
           05  UMSGL                 COMP PIC S9(4).
           05  UMSGF                 PIC X.
           05  FILLER REDEFINES UMSGF.
               10  UMSGA             PIC X.
           05  UMSGI                 PIC X(79).

       01  CUSINQO REDEFINES CUSINQI.
           05  FILLER                PIC X(12).
           05  UIDL                  COMP PIC S9(4).
           05  UIDF                  PIC X.
           05  FILLER REDEFINES UIDF.
               10  UIDA              PIC X.
           05  UIDO                  PIC X(10).
           05  UNAMEL                COMP PIC S9(4).
           05  UNAMEF                PIC X.
           05  FILLER REDEFINES UNAMEF.
               10  UNAMEA            PIC X.
           05  UNAMEO                PIC X(30).
           05  UZIPL                 COMP PIC S9(4).
           05  UZIPF                 PIC X.
           05  FILLER REDEFINES UZIPF.
               10  UZIPA             PIC X.
           05  UZIPO                 PIC X(10).
           05  UCNAMEL               COMP PIC S9(4).
           05  UCNAMEF               PIC X.
           05  FILLER REDEFINES UCNAMEF.
               10  UCNAMEA           PIC X.
           05  UCNAMEO               PIC X(50).
           05  USTATL                COMP PIC S9(4).
           05  USTATF                PIC X.
           05  FILLER REDEFINES USTATF.
               10  USTATA            PIC X.
           05  USTATO                PIC X(10).
           05  UADDRL                COMP PIC S9(4).
           05  UADDRF                PIC X.
           05  FILLER REDEFINES UADDRF.
               10  UADDRA            PIC X.
           05  UADDRO                PIC X(60).
           05  UHEADL                COMP PIC S9(4).
           05  UHEADF                PIC X.
           05  FILLER REDEFINES UHEADF.
               10  UHEADA            PIC X.
           05  UHEADO                PIC X(79).
           05  ULINE1L               COMP PIC S9(4).
           05  ULINE1F               PIC X.
           05  FILLER REDEFINES ULINE1F.
               10  ULINE1A           PIC X.
           05  ULINE1O               PIC X(79).
           05  ULINE2L               COMP PIC S9(4).
           05  ULINE2F               PIC X.
           05  FILLER REDEFINES ULINE2F.
               10  ULINE2A           PIC X.
           05  ULINE2O               PIC X(79).
           05  ULINE3L               COMP PIC S9(4).
           05  ULINE3F               PIC X.
           05  FILLER REDEFINES ULINE3F.
               10  ULINE3A           PIC X.
           05  ULINE3O               PIC X(79).
           05  ULINE4L               COMP PIC S9(4).
           05  ULINE4F               PIC X.
           05  FILLER REDEFINES ULINE4F.
               10  ULINE4A           PIC X.
           05  ULINE4O               PIC X(79).
           05  ULINE5L               COMP PIC S9(4).
           05  ULINE5F               PIC X.
           05  FILLER REDEFINES ULINE5F.
               10  ULINE5A           PIC X.
           05  ULINE5O               PIC X(79).
           05  ULINE6L               COMP PIC S9(4).
           05  ULINE6F               PIC X.
           05  FILLER REDEFINES ULINE6F.
               10  ULINE6A           PIC X.
           05  ULINE6O               PIC X(79).
           05  ULINE7L               COMP PIC S9(4).
           05  ULINE7F               PIC X.
           05  FILLER REDEFINES ULINE7F.
               10  ULINE7A           PIC X.
           05  ULINE7O               PIC X(79).
           05  ULINE8L               COMP PIC S9(4).
           05  ULINE8F               PIC X.
           05  FILLER REDEFINES ULINE8F.
               10  ULINE8A           PIC X.
           05  ULINE8O               PIC X(79).
           05  USELL                 COMP PIC S9(4).
           05  USELF                 PIC X.
           05  FILLER REDEFINES USELF.
               10  USELA             PIC X.
           05  USELO                 PIC X(1).
           05  UMSGL                 COMP PIC S9(4).
           05  UMSGF                 PIC X.
           05  FILLER REDEFINES UMSGF.
               10  UMSGA             PIC X.
           05  UMSGO                 PIC X(79).
