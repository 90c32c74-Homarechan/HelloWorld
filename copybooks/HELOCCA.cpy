000100*****************************************************************
000200*        HELOCCA -- DFHCOMMAREA LAYOUT FOR THE HELLOC           *
000300*        ACCESS-CHANGE APPROVAL TRANSACTION (HELV). THE FIRST   *
000400*        THREE FIELDS MIRROR THE HELLO COMMAREA (HELLOCA) BYTE  *
000500*        FOR BYTE, AS IN HELOACA - A STATE OTHER THAN 'APRV'    *
000600*        MARKS A FRESH ENTRY FROM THE MENU.                     *
000700*****************************************************************
000800 01  HELLOC-COMMAREA.
000900     05  CA-STATE                PIC X(4).
001000         88  CA-ST-APPROVE       VALUE 'APRV'.
001100     05  CA-OPER-NAME            PIC X(20).
001200     05  CA-LANG-CD              PIC X(2).
001300*        INCLUSIVE LOWER BOUND FOR THE PENDING-REQUEST BROWSE -
001400*        THE KEY OF THE FIRST REQUEST ON THE CURRENT PAGE, SO A
001500*        DECISION REPAINTS THE SAME PAGE. LOW-VALUES MEANS START
001600*        FROM THE OLDEST REQUEST ON FILE.
001700     05  CA-PAGE-KEY             PIC X(20).
001800*        KEY OF THE REQUEST SHOWN ON EACH NUMBERED LINE, SO THE
001900*        LINE NUMBER THE APPROVER KEYS FINDS THE RIGHT RECORD.
002000*        THE NEXT-PAGE KEY IS THE ONE PAST THE LAST LINE.
002100     05  CA-LINE-KEYS.
002200         10  CA-LINE-KEY         PIC X(20)
002300                                 OCCURS 8 TIMES.
002400     05  CA-NEXT-KEY             PIC X(20).
