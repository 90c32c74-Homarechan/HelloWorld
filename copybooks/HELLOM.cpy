001630     02  FILLER REDEFINES OPTFF.
001640         03  OPTFA         PIC X.
001650     02  OPTFI             PIC X(1).
001660     02  HNDLL             COMP PIC S9(4).
001670     02  HNDLF             PIC X.
001680     02  FILLER REDEFINES HNDLF.
001690         03  HNDLA         PIC X.
001695     02  HNDLI             PIC X(40).
001700 01  HELLOGO REDEFINES HELLOGI.
001800     02  FILLER            PIC X(12).
001900     02  FILLER            PIC X(3).
002230     02  OPT3LO            PIC X(22).
002250     02  FILLER            PIC X(3).
002260     02  OPTFO             PIC X(1).
002270     02  FILLER            PIC X(3).
002280     02  HNDLO             PIC X(40).
002300*****************************************************************
002400*        MAP HELLON - "WHAT IS YOUR NAME" PROMPT SCREEN         *
002500*****************************************************************
