000100*****************************************************************
000200*        HELOSMM -- SYMBOLIC MAP COPYBOOK (BMS GENERATED STYLE) *
000300*        MAPSET HELOSMM / MAP HELSM - ACTIVE SESSION MONITOR    *
000400*****************************************************************
000500 01  HELSMI.
000600     02  FILLER            PIC X(12).
000700     02  SDTEL             COMP PIC S9(4).
000800     02  SDTEF             PIC X.
000900     02  FILLER REDEFINES SDTEF.
001000         03  SDTEA         PIC X.
001100     02  SDTEI             PIC X(8).
001200     02  SMSGL             COMP PIC S9(4).
001300     02  SMSGF             PIC X.
001400     02  FILLER REDEFINES SMSGF.
001500         03  SMSGA         PIC X.
001600     02  SMSGI             PIC X(78).
001700     02  SSELL             COMP PIC S9(4).
001800     02  SSELF             PIC X.
001900     02  FILLER REDEFINES SSELF.
002000         03  SSELA         PIC X.
002100     02  SSELI             PIC X(2).
002200     02  SL01L             COMP PIC S9(4).
002300     02  SL01F             PIC X.
002400     02  FILLER REDEFINES SL01F.
002500         03  SL01A         PIC X.
002600     02  SL01I             PIC X(78).
002700     02  SL02L             COMP PIC S9(4).
002800     02  SL02F             PIC X.
002900     02  FILLER REDEFINES SL02F.
003000         03  SL02A         PIC X.
003100     02  SL02I             PIC X(78).
003200     02  SL03L             COMP PIC S9(4).
003300     02  SL03F             PIC X.
003400     02  FILLER REDEFINES SL03F.
003500         03  SL03A         PIC X.
003600     02  SL03I             PIC X(78).
003700     02  SL04L             COMP PIC S9(4).
003800     02  SL04F             PIC X.
003900     02  FILLER REDEFINES SL04F.
004000         03  SL04A         PIC X.
004100     02  SL04I             PIC X(78).
004200     02  SL05L             COMP PIC S9(4).
004300     02  SL05F             PIC X.
004400     02  FILLER REDEFINES SL05F.
004500         03  SL05A         PIC X.
004600     02  SL05I             PIC X(78).
004700     02  SL06L             COMP PIC S9(4).
004800     02  SL06F             PIC X.
004900     02  FILLER REDEFINES SL06F.
005000         03  SL06A         PIC X.
005100     02  SL06I             PIC X(78).
005200     02  SL07L             COMP PIC S9(4).
005300     02  SL07F             PIC X.
005400     02  FILLER REDEFINES SL07F.
005500         03  SL07A         PIC X.
005600     02  SL07I             PIC X(78).
005700     02  SL08L             COMP PIC S9(4).
005800     02  SL08F             PIC X.
005900     02  FILLER REDEFINES SL08F.
006000         03  SL08A         PIC X.
006100     02  SL08I             PIC X(78).
006200     02  SL09L             COMP PIC S9(4).
006300     02  SL09F             PIC X.
006400     02  FILLER REDEFINES SL09F.
006500         03  SL09A         PIC X.
006600     02  SL09I             PIC X(78).
006700     02  SL10L             COMP PIC S9(4).
006800     02  SL10F             PIC X.
006900     02  FILLER REDEFINES SL10F.
007000         03  SL10A         PIC X.
007100     02  SL10I             PIC X(78).
007200     02  SL11L             COMP PIC S9(4).
007300     02  SL11F             PIC X.
007400     02  FILLER REDEFINES SL11F.
007500         03  SL11A         PIC X.
007600     02  SL11I             PIC X(78).
007700     02  SL12L             COMP PIC S9(4).
007800     02  SL12F             PIC X.
007900     02  FILLER REDEFINES SL12F.
008000         03  SL12A         PIC X.
008100     02  SL12I             PIC X(78).
008200 01  HELSMO REDEFINES HELSMI.
008300     02  FILLER            PIC X(12).
008400     02  FILLER            PIC X(3).
008500     02  SDTEO             PIC X(8).
008600     02  FILLER            PIC X(3).
008700     02  SMSGO             PIC X(78).
008800     02  FILLER            PIC X(3).
008900     02  SSELO             PIC X(2).
009000     02  FILLER            PIC X(3).
009100     02  SL01O             PIC X(78).
009200     02  FILLER            PIC X(3).
009300     02  SL02O             PIC X(78).
009400     02  FILLER            PIC X(3).
009500     02  SL03O             PIC X(78).
009600     02  FILLER            PIC X(3).
009700     02  SL04O             PIC X(78).
009800     02  FILLER            PIC X(3).
009900     02  SL05O             PIC X(78).
010000     02  FILLER            PIC X(3).
010100     02  SL06O             PIC X(78).
010200     02  FILLER            PIC X(3).
010300     02  SL07O             PIC X(78).
010400     02  FILLER            PIC X(3).
010500     02  SL08O             PIC X(78).
010600     02  FILLER            PIC X(3).
010700     02  SL09O             PIC X(78).
010800     02  FILLER            PIC X(3).
010900     02  SL10O             PIC X(78).
011000     02  FILLER            PIC X(3).
011100     02  SL11O             PIC X(78).
011200     02  FILLER            PIC X(3).
011300     02  SL12O             PIC X(78).
