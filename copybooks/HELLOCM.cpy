000100*****************************************************************
000200*        HELLOCM -- SYMBOLIC MAP COPYBOOK (BMS GENERATED STYLE) *
000300*        MAPSET HELLOCM / MAP HELCD - ACCESS-CHANGE APPROVAL    *
000400*****************************************************************
000500 01  HELCDI.
000600     02  FILLER            PIC X(12).
000700     02  CDATEL            COMP PIC S9(4).
000800     02  CDATEF            PIC X.
000900     02  FILLER REDEFINES CDATEF.
001000         03  CDATEA        PIC X.
001100     02  CDATEI            PIC X(8).
001200     02  CMSGL             COMP PIC S9(4).
001300     02  CMSGF             PIC X.
001400     02  FILLER REDEFINES CMSGF.
001500         03  CMSGA         PIC X.
001600     02  CMSGI             PIC X(78).
001700     02  CL01L             COMP PIC S9(4).
001800     02  CL01F             PIC X.
001900     02  FILLER REDEFINES CL01F.
002000         03  CL01A         PIC X.
002100     02  CL01I             PIC X(78).
002200     02  CL02L             COMP PIC S9(4).
002300     02  CL02F             PIC X.
002400     02  FILLER REDEFINES CL02F.
002500         03  CL02A         PIC X.
002600     02  CL02I             PIC X(78).
002700     02  CL03L             COMP PIC S9(4).
002800     02  CL03F             PIC X.
002900     02  FILLER REDEFINES CL03F.
003000         03  CL03A         PIC X.
003100     02  CL03I             PIC X(78).
003200     02  CL04L             COMP PIC S9(4).
003300     02  CL04F             PIC X.
003400     02  FILLER REDEFINES CL04F.
003500         03  CL04A         PIC X.
003600     02  CL04I             PIC X(78).
003700     02  CL05L             COMP PIC S9(4).
003800     02  CL05F             PIC X.
003900     02  FILLER REDEFINES CL05F.
004000         03  CL05A         PIC X.
004100     02  CL05I             PIC X(78).
004200     02  CL06L             COMP PIC S9(4).
004300     02  CL06F             PIC X.
004400     02  FILLER REDEFINES CL06F.
004500         03  CL06A         PIC X.
004600     02  CL06I             PIC X(78).
004700     02  CL07L             COMP PIC S9(4).
004800     02  CL07F             PIC X.
004900     02  FILLER REDEFINES CL07F.
005000         03  CL07A         PIC X.
005100     02  CL07I             PIC X(78).
005200     02  CL08L             COMP PIC S9(4).
005300     02  CL08F             PIC X.
005400     02  FILLER REDEFINES CL08F.
005500         03  CL08A         PIC X.
005600     02  CL08I             PIC X(78).
005700     02  CSELL             COMP PIC S9(4).
005800     02  CSELF             PIC X.
005900     02  FILLER REDEFINES CSELF.
006000         03  CSELA         PIC X.
006100     02  CSELI             PIC X(1).
006200     02  CDECL             COMP PIC S9(4).
006300     02  CDECF             PIC X.
006400     02  FILLER REDEFINES CDECF.
006500         03  CDECA         PIC X.
006600     02  CDECI             PIC X(1).
006700     02  CRSNL             COMP PIC S9(4).
006800     02  CRSNF             PIC X.
006900     02  FILLER REDEFINES CRSNF.
007000         03  CRSNA         PIC X.
007100     02  CRSNI             PIC X(40).
007200 01  HELCDO REDEFINES HELCDI.
007300     02  FILLER            PIC X(12).
007400     02  FILLER            PIC X(3).
007500     02  CDATEO            PIC X(8).
007600     02  FILLER            PIC X(3).
007700     02  CMSGO             PIC X(78).
007800     02  FILLER            PIC X(3).
007900     02  CL01O             PIC X(78).
008000     02  FILLER            PIC X(3).
008100     02  CL02O             PIC X(78).
008200     02  FILLER            PIC X(3).
008300     02  CL03O             PIC X(78).
008400     02  FILLER            PIC X(3).
008500     02  CL04O             PIC X(78).
008600     02  FILLER            PIC X(3).
008700     02  CL05O             PIC X(78).
008800     02  FILLER            PIC X(3).
008900     02  CL06O             PIC X(78).
009000     02  FILLER            PIC X(3).
009100     02  CL07O             PIC X(78).
009200     02  FILLER            PIC X(3).
009300     02  CL08O             PIC X(78).
009400     02  FILLER            PIC X(3).
009500     02  CSELO             PIC X(1).
009600     02  FILLER            PIC X(3).
009700     02  CDECO             PIC X(1).
009800     02  FILLER            PIC X(3).
009900     02  CRSNO             PIC X(40).
