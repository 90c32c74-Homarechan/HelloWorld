000100*****************************************************************
000200*        HELLOBM -- SYMBOLIC MAP COPYBOOK (BMS GENERATED STYLE) *
000300*        MAPSET HELLOBM / MAP HELBD - ACCESS-CHANGE REQUEST     *
000400*****************************************************************
000500 01  HELBDI.
000600     02  FILLER            PIC X(12).
000700     02  BDATEL            COMP PIC S9(4).
000800     02  BDATEF            PIC X.
000900     02  FILLER REDEFINES BDATEF.
001000         03  BDATEA        PIC X.
001100     02  BDATEI            PIC X(8).
001200     02  BMSGL             COMP PIC S9(4).
001300     02  BMSGF             PIC X.
001400     02  FILLER REDEFINES BMSGF.
001500         03  BMSGA         PIC X.
001600     02  BMSGI             PIC X(78).
001700     02  BFILEL            COMP PIC S9(4).
001800     02  BFILEF            PIC X.
001900     02  FILLER REDEFINES BFILEF.
002000         03  BFILEA        PIC X.
002100     02  BFILEI            PIC X(1).
002200     02  BACTL             COMP PIC S9(4).
002300     02  BACTF             PIC X.
002400     02  FILLER REDEFINES BACTF.
002500         03  BACTA         PIC X.
002600     02  BACTI             PIC X(1).
002700     02  BKEYL             COMP PIC S9(4).
002800     02  BKEYF             PIC X.
002900     02  FILLER REDEFINES BKEYF.
003000         03  BKEYA         PIC X.
003100     02  BKEYI             PIC X(8).
003200     02  BNAMEL            COMP PIC S9(4).
003300     02  BNAMEF            PIC X.
003400     02  FILLER REDEFINES BNAMEF.
003500         03  BNAMEA        PIC X.
003600     02  BNAMEI            PIC X(20).
003700     02  BGRPL             COMP PIC S9(4).
003800     02  BGRPF             PIC X.
003900     02  FILLER REDEFINES BGRPF.
004000         03  BGRPA         PIC X.
004100     02  BGRPI             PIC X(3).
004200     02  BDAYSL            COMP PIC S9(4).
004300     02  BDAYSF            PIC X.
004400     02  FILLER REDEFINES BDAYSF.
004500         03  BDAYSA        PIC X.
004600     02  BDAYSI            PIC X(7).
004700     02  BSTRTL            COMP PIC S9(4).
004800     02  BSTRTF            PIC X.
004900     02  FILLER REDEFINES BSTRTF.
005000         03  BSTRTA        PIC X.
005100     02  BSTRTI            PIC X(4).
005200     02  BENDL             COMP PIC S9(4).
005300     02  BENDF             PIC X.
005400     02  FILLER REDEFINES BENDF.
005500         03  BENDA         PIC X.
005600     02  BENDI             PIC X(4).
005700     02  BLANGL            COMP PIC S9(4).
005800     02  BLANGF            PIC X.
005900     02  FILLER REDEFINES BLANGF.
006000         03  BLANGA        PIC X.
006100     02  BLANGI            PIC X(2).
006200     02  BR01L             COMP PIC S9(4).
006300     02  BR01F             PIC X.
006400     02  FILLER REDEFINES BR01F.
006500         03  BR01A         PIC X.
006600     02  BR01I             PIC X(78).
006700     02  BR02L             COMP PIC S9(4).
006800     02  BR02F             PIC X.
006900     02  FILLER REDEFINES BR02F.
007000         03  BR02A         PIC X.
007100     02  BR02I             PIC X(78).
007200     02  BR03L             COMP PIC S9(4).
007300     02  BR03F             PIC X.
007400     02  FILLER REDEFINES BR03F.
007500         03  BR03A         PIC X.
007600     02  BR03I             PIC X(78).
007700     02  BR04L             COMP PIC S9(4).
007800     02  BR04F             PIC X.
007900     02  FILLER REDEFINES BR04F.
008000         03  BR04A         PIC X.
008100     02  BR04I             PIC X(78).
008200     02  BR05L             COMP PIC S9(4).
008300     02  BR05F             PIC X.
008400     02  FILLER REDEFINES BR05F.
008500         03  BR05A         PIC X.
008600     02  BR05I             PIC X(78).
008700     02  BR06L             COMP PIC S9(4).
008800     02  BR06F             PIC X.
008900     02  FILLER REDEFINES BR06F.
009000         03  BR06A         PIC X.
009100     02  BR06I             PIC X(78).
009200 01  HELBDO REDEFINES HELBDI.
009300     02  FILLER            PIC X(12).
009400     02  FILLER            PIC X(3).
009500     02  BDATEO            PIC X(8).
009600     02  FILLER            PIC X(3).
009700     02  BMSGO             PIC X(78).
009800     02  FILLER            PIC X(3).
009900     02  BFILEO            PIC X(1).
010000     02  FILLER            PIC X(3).
010100     02  BACTO             PIC X(1).
010200     02  FILLER            PIC X(3).
010300     02  BKEYO             PIC X(8).
010400     02  FILLER            PIC X(3).
010500     02  BNAMEO            PIC X(20).
010600     02  FILLER            PIC X(3).
010700     02  BGRPO             PIC X(3).
010800     02  FILLER            PIC X(3).
010900     02  BDAYSO            PIC X(7).
011000     02  FILLER            PIC X(3).
011100     02  BSTRTO            PIC X(4).
011200     02  FILLER            PIC X(3).
011300     02  BENDO             PIC X(4).
011400     02  FILLER            PIC X(3).
011500     02  BLANGO            PIC X(2).
011600     02  FILLER            PIC X(3).
011700     02  BR01O             PIC X(78).
011800     02  FILLER            PIC X(3).
011900     02  BR02O             PIC X(78).
012000     02  FILLER            PIC X(3).
012100     02  BR03O             PIC X(78).
012200     02  FILLER            PIC X(3).
012300     02  BR04O             PIC X(78).
012400     02  FILLER            PIC X(3).
012500     02  BR05O             PIC X(78).
012600     02  FILLER            PIC X(3).
012700     02  BR06O             PIC X(78).
