001900     02  FILLER REDEFINES ANOTEF.
002000         03  ANOTEA        PIC X.
002100     02  ANOTEI            PIC X(50).
002110     02  ASELL             COMP PIC S9(4).
002120     02  ASELF             PIC X.
002130     02  FILLER REDEFINES ASELF.
002140         03  ASELA         PIC X.
002150     02  ASELI             PIC X(2).
002200     02  AN01L             COMP PIC S9(4).
002300     02  AN01F             PIC X.
002400     02  FILLER REDEFINES AN01F.
007700     02  AMSGO             PIC X(78).
007800     02  FILLER            PIC X(3).
007900     02  ANOTEO            PIC X(50).
007910     02  FILLER            PIC X(3).
007920     02  ASELO             PIC X(2).
008000     02  FILLER            PIC X(3).
008100     02  AN01O             PIC X(78).
008200     02  FILLER            PIC X(3).
