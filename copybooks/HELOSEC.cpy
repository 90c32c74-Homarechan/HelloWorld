000100*****************************************************************
000200*        HELOSEC -- RECORD LAYOUT FOR THE HELOSEC VSAM KSDS.     *
000300*        SECURITY-EVENT LOG: ONE RECORD FOR EVERY ACCESS THE     *
000400*        SUITE TURNS AWAY - NO HELLOAUTH GRANT, OUTSIDE THE      *
000500*        GRANT'S SHIFT WINDOW, A SITE-CLOSURE DAY ON HELOCAL, OR *
000600*        A GROUP THAT DOES NOT COVER THE TRANSACTION OR HELLO    *
000650*        MENU OPTION ASKED FOR.                                  *
000700*        WRITTEN BY EVERY 0700/0750 DENIAL PARAGRAPH AND BY      *
000800*        HELLO'S OPTION CHECK; SUMMARIZED OVERNIGHT BY HELOSRPT. *
000900*        THE KEY LEADS WITH THE DATE (YYYYMMDD) SO THE REPORT    *
001000*        STARTS AT TODAY'S FIRST RECORD. A DENIED TASK ENDS      *
001100*        THERE, SO TERMINAL AND TASK NUMBER KEEP THE KEY UNIQUE. *
001200*****************************************************************
001300 01  HELOSEC-RECORD.
001400     05  SEC-KEY.
001500         10  SEC-DATE            PIC X(8).
001600         10  SEC-TIME            PIC X(8).
001700         10  SEC-TRMID           PIC X(4).
001800         10  SEC-TASKN           PIC S9(7) COMP-3.
001900     05  SEC-USERID              PIC X(8).
002000     05  SEC-TRANID              PIC X(4).
002100     05  SEC-PROGRAM             PIC X(8).
002200     05  SEC-REASON              PIC X(1).
002300         88  SEC-NO-GRANT        VALUE 'N'.
002400         88  SEC-OUTSIDE-WINDOW  VALUE 'W'.
002500         88  SEC-WRONG-GROUP     VALUE 'G'.
002550         88  SEC-SITE-CLOSED     VALUE 'C'.
002600*        THE DENIED USER'S AUTH-GROUP AT THE TIME - SPACES WHEN
002700*        THERE IS NO GRANT (OR A PRE-GROUP RECORD, WHICH READS
002800*        AS GENERAL).
002900     05  SEC-AUTH-GROUP          PIC X(3).
003000*        HELLO MENU OPTION REFUSED, SPACES FOR A WHOLE-
003100*        TRANSACTION DENIAL.
003200     05  SEC-OPTION              PIC X(1).
