000300*        TERMINAL-ASSIGNMENT ROSTER EXTRACT READ BY HELLOSYN.    *
000400*        ONE 80-BYTE RECORD PER ROSTER ENTRY: TYPE 'O' CARRIES   *
000500*        AN OPERNAME ASSIGNMENT (TERMINAL/NAME/LANGUAGE), TYPE   *
000600*        'A' CARRIES A HELLOAUTH GRANT (USERID/NAME/GROUP),      *
000650*        TYPE 'P' AN OPRPROF OPERATOR PROFILE (USERID IN         *
000660*        ROS-USERID, NAME AND LANGUAGE IN ROS-OPER-NAME AND      *
000670*        ROS-LANG-CD). THE LAST RECORD MUST BE THE TYPE 'T'      *
000700*        TRAILER CARRYING THE TYPE-O, TYPE-A AND TYPE-P COUNTS   *
000800*        THE EXTRACT WROTE - HELLOSYN REFUSES TO RUN ITS DELETE  *
000900*        PASSES WHEN THE TRAILER IS MISSING OR ITS COUNTS        *
001000*        DISAGREE WITH WHAT WAS READ, SO A TRUNCATED FEED        *
001100*        CANNOT PURGE THE FILES.                                 *
001200*****************************************************************
001300 01  ROSTER-RECORD.
001400     05  ROS-REC-TYPE            PIC X(1).
001500         88  ROS-TYPE-OPERNAME   VALUE 'O'.
001600         88  ROS-TYPE-AUTH       VALUE 'A'.
001650         88  ROS-TYPE-PROFILE    VALUE 'P'.
001700         88  ROS-TYPE-TRAILER    VALUE 'T'.
001800     05  ROS-DETAIL-DATA.
001900         10  ROS-TERM-ID         PIC X(4).
002600     05  ROS-TRAILER-DATA REDEFINES ROS-DETAIL-DATA.
002700         10  ROS-TRL-O-COUNT     PIC 9(7).
002800         10  ROS-TRL-A-COUNT     PIC 9(7).
002810*            SPACES ON A FEED WRITTEN BEFORE TYPE 'P' EXISTED -
002820*            HELLOSYN TAKES THAT AS A COUNT OF ZERO.
002850         10  ROS-TRL-P-COUNT     PIC 9(7).
002900         10  FILLER              PIC X(58).
