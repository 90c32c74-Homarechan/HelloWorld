000100*****************************************************************
000200*        HELOBCA -- DFHCOMMAREA LAYOUT FOR THE HELLOB           *
000300*        ACCESS-CHANGE REQUEST TRANSACTION (HELB). THE FIRST    *
000400*        THREE FIELDS MIRROR THE HELLO COMMAREA (HELLOCA) BYTE  *
000500*        FOR BYTE, AS IN HELOACA, SO THE SHORTER COMMAREA THE   *
000600*        MENU XCTL HANDS OVER LANDS ON THE RIGHT FIELDS - A     *
000700*        STATE OTHER THAN 'REQE' MARKS A FRESH ENTRY.           *
000800*****************************************************************
000900 01  HELLOB-COMMAREA.
001000     05  CA-STATE                PIC X(4).
001100         88  CA-ST-REQUEST       VALUE 'REQE'.
001200     05  CA-OPER-NAME            PIC X(20).
001300     05  CA-LANG-CD              PIC X(2).
001400*        THE REQUEST BEING KEYED, CARRIED ACROSS SCREENS SO A
001500*        REQUEST SENT BACK FOR A CORRECTION KEEPS WHAT WAS
001600*        ALREADY ENTERED. CLEARED ONCE THE REQUEST IS FILED.
001700     05  CA-REQ-ENTRY.
001800         10  CA-REQ-FILE         PIC X(1).
001900         10  CA-REQ-ACTION       PIC X(1).
002000         10  CA-REQ-TARGET       PIC X(8).
002100         10  CA-REQ-NAME         PIC X(20).
002200         10  CA-REQ-GROUP        PIC X(3).
002300         10  CA-REQ-DAYS         PIC X(7).
002400         10  CA-REQ-START        PIC X(4).
002500         10  CA-REQ-END          PIC X(4).
002600         10  CA-REQ-LANG-CD      PIC X(2).
