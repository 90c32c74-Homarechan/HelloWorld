010045     02  BTXTFO            PIC X(60).
010050     02  FILLER            PIC X(3).
010055     02  BCURFO            PIC X(60).
010060*****************************************************************
010065*        MAP HELMP - OPRPROF MAINTENANCE DETAIL SCREEN          *
010070*****************************************************************
010075 01  HELMPI.
010080     02  FILLER            PIC X(12).
010085     02  PMSGLL            COMP PIC S9(4).
010090     02  PMSGLF            PIC X.
010095     02  FILLER REDEFINES PMSGLF.
010100         03  PMSGLA        PIC X.
010105     02  PMSGLI            PIC X(78).
010110     02  PACTFL            COMP PIC S9(4).
010115     02  PACTFF            PIC X.
010120     02  FILLER REDEFINES PACTFF.
010125         03  PACTFA        PIC X.
010130     02  PACTFI            PIC X(1).
010135     02  PKEYFL            COMP PIC S9(4).
010140     02  PKEYFF            PIC X.
010145     02  FILLER REDEFINES PKEYFF.
010150         03  PKEYFA        PIC X.
010155     02  PKEYFI            PIC X(8).
010160     02  PNAMEFL           COMP PIC S9(4).
010165     02  PNAMEFF           PIC X.
010170     02  FILLER REDEFINES PNAMEFF.
010175         03  PNAMEFA       PIC X.
010180     02  PNAMEFI           PIC X(20).
010185     02  PLANGFL           COMP PIC S9(4).
010190     02  PLANGFF           PIC X.
010195     02  FILLER REDEFINES PLANGFF.
010200         03  PLANGFA       PIC X.
010205     02  PLANGFI           PIC X(2).
010210 01  HELMPO REDEFINES HELMPI.
010215     02  FILLER            PIC X(12).
010220     02  FILLER            PIC X(3).
010225     02  PMSGLO            PIC X(78).
010230     02  FILLER            PIC X(3).
010235     02  PACTFO            PIC X(1).
010240     02  FILLER            PIC X(3).
010245     02  PKEYFO            PIC X(8).
010250     02  FILLER            PIC X(3).
010255     02  PNAMEFO           PIC X(20).
010260     02  FILLER            PIC X(3).
010265     02  PLANGFO           PIC X(2).
010270*****************************************************************
010275*        MAP HELMH - HOLIDAY/SITE-CLOSURE CALENDAR SCREEN       *
010280*****************************************************************
010285 01  HELMHI.
010290     02  FILLER            PIC X(12).
010295     02  HMSGLL            COMP PIC S9(4).
010300     02  HMSGLF            PIC X.
010305     02  FILLER REDEFINES HMSGLF.
010310         03  HMSGLA        PIC X.
010315     02  HMSGLI            PIC X(78).
010320     02  HACTFL            COMP PIC S9(4).
010325     02  HACTFF            PIC X.
010330     02  FILLER REDEFINES HACTFF.
010335         03  HACTFA        PIC X.
010340     02  HACTFI            PIC X(1).
010345     02  HDATEFL           COMP PIC S9(4).
010350     02  HDATEFF           PIC X.
010355     02  FILLER REDEFINES HDATEFF.
010360         03  HDATEFA       PIC X.
010365     02  HDATEFI           PIC X(8).
010370     02  HTYPEFL           COMP PIC S9(4).
010375     02  HTYPEFF           PIC X.
010380     02  FILLER REDEFINES HTYPEFF.
010385         03  HTYPEFA       PIC X.
010390     02  HTYPEFI           PIC X(1).
010395     02  HDESCFL           COMP PIC S9(4).
010400     02  HDESCFF           PIC X.
010405     02  FILLER REDEFINES HDESCFF.
010410         03  HDESCFA       PIC X.
010415     02  HDESCFI           PIC X(30).
010420 01  HELMHO REDEFINES HELMHI.
010425     02  FILLER            PIC X(12).
010430     02  FILLER            PIC X(3).
010435     02  HMSGLO            PIC X(78).
010440     02  FILLER            PIC X(3).
010445     02  HACTFO            PIC X(1).
010450     02  FILLER            PIC X(3).
010455     02  HDATEFO           PIC X(8).
010460     02  FILLER            PIC X(3).
010465     02  HTYPEFO           PIC X(1).
010470     02  FILLER            PIC X(3).
010475     02  HDESCFO           PIC X(30).
