000100*****************************************************************
000200*        HELOREQ -- RECORD LAYOUT FOR THE HELOREQ VSAM KSDS.    *
000300*        ONE RECORD PER ACCESS-CHANGE REQUEST: A TEAM LEAD ASKS *
000400*        FOR A HELLOAUTH GRANT OR AN OPERNAME TERMINAL          *
000500*        ASSIGNMENT TO BE ADDED, CHANGED OR REMOVED (HELLOB),   *
000600*        AND A DIFFERENT USER WITH APPROVER AUTHORITY APPROVES  *
000700*        OR REJECTS IT (HELLOC) - ONLY AN APPROVAL TOUCHES      *
000800*        HELLOAUTH/OPERNAME. THE KEY LEADS WITH THE DATE AND    *
000900*        TIME THE REQUEST WAS RAISED (YYYYMMDD, AS IN HNDOVR,   *
001000*        SO IT COLLATES ACROSS A YEAR END) SO A FORWARD BROWSE  *
001100*        LISTS REQUESTS OLDEST FIRST. RECORDS ARE NEVER         *
001200*        DELETED ONLINE - THE DECIDED ONES ARE THE RECORD OF    *
001300*        WHO ASKED AND WHO GRANTED.                             *
001400*****************************************************************
001500 01  HELOREQ-RECORD.
001600     05  REQ-KEY.
001700         10  REQ-STAMP.
001800             15  REQ-DATE        PIC X(8).
001900             15  REQ-TIME        PIC X(8).
002000         10  REQ-TRMID           PIC X(4).
002100*        PENDING UNTIL AN APPROVER DECIDES IT. A PENDING REQUEST
002200*        OLDER THAN THE EXPIRY WINDOW (SEE HELLOC) IS MARKED
002300*        EXPIRED AND CAN NO LONGER BE APPROVED.
002400     05  REQ-STATUS              PIC X(1).
002500         88  REQ-ST-PENDING      VALUE 'P'.
002600         88  REQ-ST-APPROVED     VALUE 'A'.
002700         88  REQ-ST-REJECTED     VALUE 'R'.
002800         88  REQ-ST-EXPIRED      VALUE 'X'.
002900*        WHICH FILE THE CHANGE IS FOR - SAME LETTERS AS THE
003000*        ROSTREC RECORD TYPES.
003100     05  REQ-FILE                PIC X(1).
003200         88  REQ-FILE-AUTH       VALUE 'A'.
003300         88  REQ-FILE-OPER       VALUE 'O'.
003400     05  REQ-ACTION              PIC X(1).
003500         88  REQ-ACT-ADD         VALUE 'A'.
003600         88  REQ-ACT-CHANGE      VALUE 'C'.
003700         88  REQ-ACT-DELETE      VALUE 'D'.
003800*        USERID FOR A HELLOAUTH REQUEST, TERMINAL ID (FIRST FOUR
003900*        BYTES) FOR AN OPERNAME REQUEST.
004000     05  REQ-TARGET              PIC X(8).
004100*        THE REQUESTED VALUES, SAME SHAPE AS THE TARGET RECORD.
004200*        ON A CHANGE, SPACES MEANS LEAVE THAT FIELD AS IT IS -
004300*        THE SAME RULE HELM APPLIES TO A BLANK SCREEN FIELD.
004400     05  REQ-NAME                PIC X(20).
004500     05  REQ-GROUP               PIC X(3).
004600     05  REQ-DAYS                PIC X(7).
004700     05  REQ-START               PIC X(4).
004800     05  REQ-END                 PIC X(4).
004900     05  REQ-LANG-CD             PIC X(2).
005000*        WHO ASKED (MAKER) AND WHO DECIDED (CHECKER), WITH THE
005100*        DECISION TIME AND THE CHECKER'S REASON.
005200     05  REQ-MAKER               PIC X(8).
005300     05  REQ-CHECKER             PIC X(8).
005400     05  REQ-DEC-STAMP.
005500         10  REQ-DEC-DATE        PIC X(8).
005600         10  REQ-DEC-TIME        PIC X(8).
005700     05  REQ-REASON              PIC X(40).
