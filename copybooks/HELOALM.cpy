000100*****************************************************************
000200*        HELOALM -- RECORD LAYOUTS FOR THE HELOALRM ERROR-RATE   *
000300*        ALARM. HELOALM-RECORD IS THE ONE RECORD ON THE HELOALM  *
000400*        VSAM KSDS (KEY 'CONTROL'): THE THRESHOLDS OPERATIONS    *
000500*        TUNE, FOLLOWED BY THE ALARMS CURRENTLY RAISED SO EACH   *
000600*        CONDITION ALERTS ONCE AND CLEARS ONCE. HELOALRM WRITES  *
000700*        THE RECORD WITH THE DEFAULT THRESHOLDS THE FIRST TIME   *
000800*        IT RUNS; ALTER THE LIMITS ON THE FILE, NOT IN THE CODE. *
000900*        HELOALT-RECORD IS ONE ENTRY ON THE HALM TRANSIENT-DATA  *
001000*        QUEUE THAT THE CONSOLE AUTOMATION READS - ONE PER ALARM *
001100*        RAISED OR CLEARED, SAME WORDING AS THE CONSOLE MESSAGE. *
001200*****************************************************************
001300 01  HELOALM-RECORD.
001400     05  ALM-KEY                 PIC X(8).
001500*        MINUTES BETWEEN RUNS, LENGTH OF THE SLIDING WINDOW IN
001600*        MINUTES, AND THE NUMBER OF HELOHIST ENTRIES WITHIN THE
001700*        WINDOW - FOR ONE RESP CODE, OR FROM ONE TERMINAL - THAT
001800*        RAISES AN ALARM. 'N' IN ALM-RUN-SW STOPS THE INTERVAL
001900*        CHAIN AT THE NEXT RUN.
002000     05  ALM-INTERVAL-MINS       PIC S9(4) COMP.
002100     05  ALM-WINDOW-MINS         PIC S9(4) COMP.
002200     05  ALM-RESP-LIMIT          PIC S9(4) COMP.
002300     05  ALM-TERM-LIMIT          PIC S9(4) COMP.
002400     05  ALM-RUN-SW              PIC X(1).
002500         88  ALM-RUN-STOP        VALUE 'N'.
002600*        WHEN THE LAST RUN FINISHED (YYYYMMDD / HHMMSS).
002700     05  ALM-LAST-DATE           PIC X(8).
002800     05  ALM-LAST-TIME           PIC X(8).
002900*        RAISED ALARMS. A SLOT WITH ALM-COND-TYPE SPACES IS FREE.
003000*        ALM-COND-VALUE IS THE RESP CODE (8 DIGITS) FOR TYPE R,
003100*        THE TERMINAL ID FOR TYPE T.
003200     05  ALM-ACTIVE              OCCURS 20 TIMES.
003300         10  ALM-COND-TYPE       PIC X(1).
003400             88  ALM-COND-RESP   VALUE 'R'.
003500             88  ALM-COND-TERM   VALUE 'T'.
003600         10  ALM-COND-VALUE      PIC X(8).
003700         10  ALM-RAISED-DATE     PIC X(8).
003800         10  ALM-RAISED-TIME     PIC X(8).
003900         10  ALM-PEAK-COUNT      PIC S9(4) COMP.
004000 01  HELOALT-RECORD.
004100     05  ALT-EVENT               PIC X(1).
004200         88  ALT-RAISED          VALUE 'A'.
004300         88  ALT-CLEARED         VALUE 'C'.
004400     05  ALT-DATE                PIC X(8).
004500     05  ALT-TIME                PIC X(6).
004600     05  ALT-COND-TYPE           PIC X(1).
004700     05  ALT-COND-VALUE          PIC X(8).
004800     05  ALT-COUNT               PIC 9(4).
004900     05  ALT-LIMIT               PIC 9(4).
005000     05  ALT-WINDOW-MINS         PIC 9(4).
005100     05  ALT-TEXT                PIC X(72).
