000100*****************************************************************
000200*        HELOJRN -- RECORD LAYOUT FOR THE HELLOJRN VSAM KSDS.    *
000300*        BEFORE/AFTER CHANGE JOURNAL: ONE RECORD FOR EVERY ADD,  *
000400*        CHANGE AND DELETE MADE TO OPERNAME, OPRPROF, HELLOAUTH, *
000500*        THE MSGTBL '**' BROADCAST RECORD OR THE HELOCAL         *
000550*        CALENDAR, WHEREVER IT IS MADE - HELM, HELO OPTION 4,    *
000600*        THE HELV APPROVAL, OR THE HELLOSYN ROSTER SYNC - AND    *
000610*        EVERY HELLO DIALOG CHECKPOINT A SUPERVISOR CLEARS FROM  *
000620*        HELS (LOGGED AS A DELETE OF 'SESSION'). THE KEY         *
000700*        LEADS WITH THE DATE (YYYYMMDD, SO IT COLLATES ACROSS A  *
000800*        YEAR END) SO THE NIGHTLY HELOJRPT REPORT STARTS AT      *
000900*        TODAY'S FIRST RECORD.                                   *
001000*        ONLINE RECORDS CARRY THE TERMINAL AND TASK NUMBER;      *
001100*        HELLOSYN HAS NEITHER, SO IT LEAVES THE TERMINAL BLANK,  *
001200*        PUTS A RUNNING COUNT IN THE TASK NUMBER AND ITS OWN     *
001210*        NAME IN THE USERID.                                     *
001300*        THE IMAGES ARE THE WHOLE RECORD AS HELD ON ITS FILE -   *
001400*        SPACES FOR THE BEFORE IMAGE OF AN ADD AND THE AFTER     *
001500*        IMAGE OF A DELETE.                                      *
001600*****************************************************************
001700 01  HELOJRN-RECORD.
001800     05  JRN-KEY.
001900         10  JRN-DATE            PIC X(8).
002000         10  JRN-TIME            PIC X(8).
002100         10  JRN-TRMID           PIC X(4).
002200         10  JRN-TASKN           PIC S9(7) COMP-3.
002300     05  JRN-FILE                PIC X(9).
002400         88  JRN-FILE-OPERNAME   VALUE 'OPERNAME'.
002450         88  JRN-FILE-PROFILE    VALUE 'OPRPROF'.
002500         88  JRN-FILE-AUTH       VALUE 'HELLOAUTH'.
002600         88  JRN-FILE-MSGTBL     VALUE 'MSGTBL'.
002650         88  JRN-FILE-CALENDAR   VALUE 'HELOCAL'.
002660*        A HELLO DIALOG CHECKPOINT CLEARED FROM HELS - KEYED BY
002670*        TERMINAL, THE CHECKPOINTED COMMAREA AS BEFORE IMAGE.
002680         88  JRN-FILE-SESSION    VALUE 'SESSION'.
002700     05  JRN-ACTION              PIC X(1).
002800         88  JRN-ACT-ADD         VALUE 'A'.
002900         88  JRN-ACT-CHANGE      VALUE 'C'.
003000         88  JRN-ACT-DELETE      VALUE 'D'.
003100     05  JRN-REC-KEY             PIC X(8).
003200     05  JRN-USERID              PIC X(8).
003300*        TRANSACTION THAT MADE THE CHANGE ('HELM', 'HELO',
003400*        'HELV', 'HELS'), OR 'HELLOSYN' FOR THE ROSTER SYNC.
003500     05  JRN-SOURCE              PIC X(8).
003600*        SIZED FOR THE LONGEST JOURNALED RECORD (MSGTBL, 87
003700*        BYTES) WITH ROOM TO SPARE. THE AUTH VIEWS PICK OUT THE
003800*        GROUP SO A GRANT RAISED TO ADM CAN BE SPOTTED WITHOUT
003900*        THE HELLOAUTH LAYOUT.
004000     05  JRN-BEFORE-IMAGE        PIC X(100).
004100     05  JRN-BEFORE-AUTH REDEFINES JRN-BEFORE-IMAGE.
004200         10  FILLER              PIC X(28).
004300         10  JRN-BEFORE-GROUP    PIC X(3).
004400         10  FILLER              PIC X(69).
004500     05  JRN-AFTER-IMAGE         PIC X(100).
004600     05  JRN-AFTER-AUTH REDEFINES JRN-AFTER-IMAGE.
004700         10  FILLER              PIC X(28).
004800         10  JRN-AFTER-GROUP     PIC X(3).
004900         10  FILLER              PIC X(69).
