      *> CHGENTM - symbolic map for the CHGENT mapset (bms/CHGENT.bms),
      *> as BMS assembly would generate it, the same way FNOLENTM
      *> mirrors FNOLENT. CHGENTI is RECEIVE MAP's target, CHGENTO is
      *> SEND MAP's source - ChangeRequestEntry.cbl is the only
      *> program that uses this map.
       01  CHGENTI.
           05  FILLER                PIC X(12).
           05  GPOLL                 COMP PIC S9(4).
           05  GPOLF                 PIC X.
           05  FILLER REDEFINES GPOLF.
               10  GPOLA             PIC X.
           05  GPOLI                 PIC X(10).
           05  GTYPEL                COMP PIC S9(4).
           05  GTYPEF                PIC X.
           05  FILLER REDEFINES GTYPEF.
               10  GTYPEA            PIC X.
           05  GTYPEI                PIC X(10).
           05  GACTL                 COMP PIC S9(4).
           05  GACTF                 PIC X.
           05  FILLER REDEFINES GACTF.
               10  GACTA             PIC X.
           05  GACTI                 PIC X(10).
           05  GNAMEL                COMP PIC S9(4).
           05  GNAMEF                PIC X.
           05  FILLER REDEFINES GNAMEF.
               10  GNAMEA            PIC X.
           05  GNAMEI                PIC X(50).
           05  GSTRTL                COMP PIC S9(4).
           05  GSTRTF                PIC X.
           05  FILLER REDEFINES GSTRTF.
               10  GSTRTA            PIC X.
           05  GSTRTI                PIC X(30).
           05  GCITYL                COMP PIC S9(4).
           05  GCITYF                PIC X.
           05  FILLER REDEFINES GCITYF.
               10  GCITYA            PIC X.
           05  GCITYI                PIC X(20).
           05  GSTATEL               COMP PIC S9(4).
           05  GSTATEF               PIC X.
           05  FILLER REDEFINES GSTATEF.
               10  GSTATEA           PIC X.
           05  GSTATEI               PIC X(2).
           05  GZIPL                 COMP PIC S9(4).
           05  GZIPF                 PIC X.
           05  FILLER REDEFINES GZIPF.
               10  GZIPA             PIC X.
           05  GZIPI                 PIC X(10).
           05  GBIRTHL               COMP PIC S9(4).
           05  GBIRTHF               PIC X.
           05  FILLER REDEFINES GBIRTHF.
               10  GBIRTHA           PIC X.
           05  GBIRTHI               PIC X(10).
           05  GLICL                 COMP PIC S9(4).
           05  GLICF                 PIC X.
           05  FILLER REDEFINES GLICF.
               10  GLICA             PIC X.
           05  GLICI                 PIC X(15).
           05  GVINL                 COMP PIC S9(4).
           05  GVINF                 PIC X.
           05  FILLER REDEFINES GVINF.
               10  GVINA             PIC X.
           05  GVINI                 PIC X(17).
           05  GUSAGEL               COMP PIC S9(4).
           05  GUSAGEF               PIC X.
           05  FILLER REDEFINES GUSAGEF.
               10  GUSAGEA           PIC X.
           05  GUSAGEI               PIC X(10).
           05  GPCTL                 COMP PIC S9(4).
           05  GPCTF                 PIC X.
           05  FILLER REDEFINES GPCTF.
               10  GPCTA             PIC X.
           05  GPCTI                 PIC X(5).
           05  GAMTL                 COMP PIC S9(4).
           05  GAMTF                 PIC X.
           05  FILLER REDEFINES GAMTF.
               10  GAMTA             PIC X.
           05  GAMTI                 PIC X(11).
           05  GCOVAL                COMP PIC S9(4).
           05  GCOVAF                PIC X.
           05  FILLER REDEFINES GCOVAF.
               10  GCOVAA            PIC X.
           05  GCOVAI                PIC X(11).
           05  GEFFL                 COMP PIC S9(4).
           05  GEFFF                 PIC X.
           05  FILLER REDEFINES GEFFF.
               10  GEFFA             PIC X.
           05  GEFFI                 PIC X(10).

       01  CHGENTO REDEFINES CHGENTI.
           05  FILLER                PIC X(12).
           05  GPOLL                 COMP PIC S9(4).
           05  GPOLF                 PIC X.
           05  FILLER REDEFINES GPOLF.
               10  GPOLA             PIC X.
           05  GPOLO                 PIC X(10).
           05  GTYPEL                COMP PIC S9(4).
           05  GTYPEF                PIC X.
           05  FILLER REDEFINES GTYPEF.
               10  GTYPEA            PIC X.
           05  GTYPEO                PIC X(10).
           05  GACTL                 COMP PIC S9(4).
           05  GACTF                 PIC X.
           05  FILLER REDEFINES GACTF.
               10  GACTA             PIC X.
           05  GACTO                 PIC X(10).
           05  GNAMEL                COMP PIC S9(4).
           05  GNAMEF                PIC X.
           05  FILLER REDEFINES GNAMEF.
               10  GNAMEA            PIC X.
           05  GNAMEO                PIC X(50).
           05  GSTRTL                COMP PIC S9(4).
           05  GSTRTF                PIC X.
           05  FILLER REDEFINES GSTRTF.
               10  GSTRTA            PIC X.
           05  GSTRTO                PIC X(30).
           05  GCITYL                COMP PIC S9(4).
           05  GCITYF                PIC X.
           05  FILLER REDEFINES GCITYF.
               10  GCITYA            PIC X.
           05  GCITYO                PIC X(20).
           05  GSTATEL               COMP PIC S9(4).
           05  GSTATEF               PIC X.
           05  FILLER REDEFINES GSTATEF.
               10  GSTATEA           PIC X.
           05  GSTATEO               PIC X(2).
           05  GZIPL                 COMP PIC S9(4).
           05  GZIPF                 PIC X.
           05  FILLER REDEFINES GZIPF.
               10  GZIPA             PIC X.
           05  GZIPO                 PIC X(10).
           05  GBIRTHL               COMP PIC S9(4).
           05  GBIRTHF               PIC X.
           05  FILLER REDEFINES GBIRTHF.
               10  GBIRTHA           PIC X.
           05  GBIRTHO               PIC X(10).
           05  GLICL                 COMP PIC S9(4).
           05  GLICF                 PIC X.
           05  FILLER REDEFINES GLICF.
               10  GLICA             PIC X.
           05  GLICO                 PIC X(15).
           05  GVINL                 COMP PIC S9(4).
           05  GVINF                 PIC X.
           05  FILLER REDEFINES GVINF.
               10  GVINA             PIC X.
           05  GVINO                 PIC X(17).
           05  GUSAGEL               COMP PIC S9(4).
           05  GUSAGEF               PIC X.
           05  FILLER REDEFINES GUSAGEF.
               10  GUSAGEA           PIC X.
           05  GUSAGEO               PIC X(10).
           05  GPCTL                 COMP PIC S9(4).
           05  GPCTF                 PIC X.
           05  FILLER REDEFINES GPCTF.
               10  GPCTA             PIC X.
           05  GPCTO                 PIC X(5).
           05  GAMTL                 COMP PIC S9(4).
           05  GAMTF                 PIC X.
           05  FILLER REDEFINES GAMTF.
               10  GAMTA             PIC X.
           05  GAMTO                 PIC X(11).
           05  GCOVAL                COMP PIC S9(4).
           05  GCOVAF                PIC X.
           05  FILLER REDEFINES GCOVAF.
               10  GCOVAA            PIC X.
           05  GCOVAO                PIC X(11).
           05  GEFFL                 COMP PIC S9(4).
           05  GEFFF                 PIC X.
           05  FILLER REDEFINES GEFFF.
               10  GEFFA             PIC X.
           05  GEFFO                 PIC X(10).
           05  GMSGL                 COMP PIC S9(4).
           05  GMSGF                 PIC X.
           05  FILLER REDEFINES GMSGF.
               10  GMSGA             PIC X.
           05  GMSGO                 PIC X(79).
