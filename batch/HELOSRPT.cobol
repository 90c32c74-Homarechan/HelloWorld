000010*      HELOSRPT -- HELLO DAILY SECURITY-VIOLATION REPORT
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELOSRPT.
000040*     BATCH COMPANION TO THE HELLO CICS TRANSACTION SUITE. READS
000050*     TODAY'S RECORDS FROM THE HELOSEC SECURITY-EVENT LOG - ONE
000060*     FOR EVERY ACCESS THE ONLINE PROGRAMS TURNED AWAY FOR WANT
000067*     OF A GRANT, OUTSIDE THE GRANT'S SHIFT WINDOW, ON A SITE-
000074*     CLOSURE DAY, OR WITH A GROUP THAT DOES NOT COVER THE
000081*     TRANSACTION OR MENU OPTION -
000090*     AND LISTS EACH DENIAL, THEN SUMMARIZES THEM BY USERID AND BY
000100*     TERMINAL. ANY USERID OR TERMINAL WITH MORE DENIALS IN THE
000110*     DAY THAN THE LIMIT IS FLAGGED FOR SECURITY TO FOLLOW UP.
000120*     THE LIMIT DEFAULTS TO 5 AND IS SET WITH THE EXEC PARM, E.G.
000130*     PARM='10'. RUN IN THE OVERNIGHT WINDOW ALONGSIDE HELLORPT.
000140        AUTHOR. ROBERT GOSLING.
000150 ENVIRONMENT DIVISION.
000160        INPUT-OUTPUT SECTION.
000170        FILE-CONTROL.
000180            SELECT HELOSEC-FILE ASSIGN TO HELOSEC
000190                ORGANIZATION IS INDEXED
000200                ACCESS MODE IS DYNAMIC
000210                RECORD KEY IS SEC-KEY
000220                FILE STATUS IS WS-SEC-STATUS.
000230            SELECT RPT-FILE ASSIGN TO SYSPRINT
000240                ORGANIZATION IS LINE SEQUENTIAL
000250                FILE STATUS IS WS-RPT-STATUS.
000260            SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000270                ORGANIZATION IS INDEXED
000280                ACCESS MODE IS DYNAMIC
000290                RECORD KEY IS RUN-JOBNAME
000300                FILE STATUS IS WS-RUN-STATUS.
000310        DATA DIVISION.
000320        FILE SECTION.
000330        FD  HELOSEC-FILE.
000340        COPY HELOSEC.
000350        FD  RPT-FILE.
000360        01  RPT-LINE                PIC X(80).
000370        FD  RUNCTL-FILE.
000380        COPY HELORUN.
000390        WORKING-STORAGE SECTION.
000400*
000410        01  WS-SEC-STATUS           PIC X(2) VALUE SPACES.
000420            88  SEC-STATUS-OK       VALUE "00".
000430            88  SEC-STATUS-NOTFND   VALUE "23".
000440            88  SEC-STATUS-EOF      VALUE "10".
000450        01  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
000460            88  RPT-STATUS-OK       VALUE "00".
000470        01  WS-RUN-STATUS           PIC X(2) VALUE SPACES.
000480            88  RUN-STATUS-OK       VALUE "00".
000490            88  RUN-STATUS-DUP      VALUE "22".
000500*
000510        01  WS-EOF-SW               PIC X(1) VALUE "N".
000520            88  WS-EOF               VALUE "Y".
000530        01  WS-FOUND-SW             PIC X(1) VALUE "N".
000540            88  WS-ENTRY-FOUND      VALUE "Y".
000550*
000560*     A USERID OR TERMINAL WITH MORE DENIALS THAN THIS IN ONE
000570*     DAY IS FLAGGED. EXEC PARM OVERRIDES IT (1 TO 3 DIGITS).
000580        01  WS-DENY-LIMIT           PIC 9(3) VALUE 5.
000590*
000600        01  WS-TOTAL-COUNT          PIC S9(7) COMP-3 VALUE 0.
000610        01  WS-NOGRANT-COUNT        PIC S9(7) COMP-3 VALUE 0.
000620        01  WS-WINDOW-COUNT         PIC S9(7) COMP-3 VALUE 0.
000630        01  WS-GROUP-COUNT          PIC S9(7) COMP-3 VALUE 0.
000635        01  WS-CLOSED-COUNT         PIC S9(7) COMP-3 VALUE 0.
000640        01  WS-OVER-COUNT           PIC S9(7) COMP-3 VALUE 0.
000650        01  WS-USER-SUB             PIC S9(4) COMP VALUE 0.
000660        01  WS-TERM-SUB             PIC S9(4) COMP VALUE 0.
000670*
000680*     SET THE FIRST TIME A NEW USERID OR TERMINAL ID IS SEEN
000690*     AFTER ITS TABLE IS ALREADY FULL, SO THE OMISSION SHOWS UP
000700*     ON THE REPORT INSTEAD OF SILENTLY UNDER-COUNTING.
000710        01  WS-USER-CAP-SW          PIC X(1) VALUE "N".
000720            88  WS-USER-CAP-HIT     VALUE "Y".
000730        01  WS-TERM-CAP-SW          PIC X(1) VALUE "N".
000740            88  WS-TERM-CAP-HIT     VALUE "Y".
000750*
000760*     DENIAL COUNTS BY USERID AND BY TERMINAL, BUILT UP AS NEW
000770*     ONES ARE SEEN - ONE COUNT PER REASON.
000780        01  WS-USER-MAX             PIC S9(4) COMP VALUE 0.
000790        01  WS-USER-TABLE.
000800            05  WS-USER-ENTRY       OCCURS 100 TIMES.
000810                10  WS-USER-ID          PIC X(8).
000820                10  WS-USER-NOGRANT     PIC S9(7) COMP-3.
000830                10  WS-USER-WINDOW      PIC S9(7) COMP-3.
000840                10  WS-USER-GROUP       PIC S9(7) COMP-3.
000845                10  WS-USER-CLOSED      PIC S9(7) COMP-3.
000850                10  WS-USER-TOTAL       PIC S9(7) COMP-3.
000860        01  WS-TERM-MAX             PIC S9(4) COMP VALUE 0.
000870        01  WS-TERM-TABLE.
000880            05  WS-TERM-ENTRY       OCCURS 100 TIMES.
000890                10  WS-TERM-ID          PIC X(4).
000900                10  WS-TERM-NOGRANT     PIC S9(7) COMP-3.
000910                10  WS-TERM-WINDOW      PIC S9(7) COMP-3.
000920                10  WS-TERM-GROUP       PIC S9(7) COMP-3.
000925                10  WS-TERM-CLOSED      PIC S9(7) COMP-3.
000930                10  WS-TERM-TOTAL       PIC S9(7) COMP-3.
000940*
000950        01  WS-HDR-LINE-1.
000960            05  FILLER               PIC X(20) VALUE SPACES.
000970            05  FILLER               PIC X(40)
000980                VALUE "HELLO DAILY SECURITY-VIOLATION REPORT".
000990            05  FILLER               PIC X(20) VALUE SPACES.
001000        01  WS-HDR-LINE-2.
001010            05  FILLER               PIC X(20) VALUE SPACES.
001020            05  FILLER               PIC X(10) VALUE "RUN DATE ".
001030            05  HDR-RUN-DATE         PIC X(8).
001040            05  FILLER               PIC X(42) VALUE SPACES.
001050        01  WS-LIMIT-LINE.
001060            05  FILLER               PIC X(20) VALUE SPACES.
001070            05  FILLER               PIC X(30)
001080                VALUE "FLAGGED WHEN DENIALS EXCEED ".
001090            05  HDR-DENY-LIMIT       PIC ZZ9.
001100            05  FILLER               PIC X(27) VALUE SPACES.
001110        01  WS-LIST-HDR.
001120            05  FILLER               PIC X(30)
001130                VALUE "DENIALS IN TIME ORDER".
001140        01  WS-LIST-COL-HDR.
001150            05  FILLER               PIC X(40) VALUE
001160                "  TIME    USERID    TERM TRAN PROGRAM   ".
001170            05  FILLER               PIC X(40) VALUE
001180                "REASON         GRP OPT".
001190        01  WS-LIST-DETAIL.
001200            05  FILLER               PIC X(2) VALUE SPACES.
001210            05  DET-TIME             PIC X(6).
001220            05  FILLER               PIC X(2) VALUE SPACES.
001230            05  DET-USERID           PIC X(8).
001240            05  FILLER               PIC X(2) VALUE SPACES.
001250            05  DET-TRMID            PIC X(4).
001260            05  FILLER               PIC X(1) VALUE SPACES.
001270            05  DET-TRANID           PIC X(4).
001280            05  FILLER               PIC X(1) VALUE SPACES.
001290            05  DET-PROGRAM          PIC X(8).
001300            05  FILLER               PIC X(2) VALUE SPACES.
001310            05  DET-REASON           PIC X(13).
001320            05  FILLER               PIC X(2) VALUE SPACES.
001330            05  DET-GROUP            PIC X(3).
001340            05  FILLER               PIC X(1) VALUE SPACES.
001350            05  DET-OPTION           PIC X(1).
001360        01  WS-USER-HDR.
001370            05  FILLER               PIC X(30)
001380                VALUE "DENIALS BY USERID".
001390        01  WS-TERM-HDR.
001400            05  FILLER               PIC X(30)
001410                VALUE "DENIALS BY TERMINAL".
001420        01  WS-SUM-COL-HDR.
001430            05  FILLER               PIC X(40) VALUE
001440                "ID        NO GRANT  OUTSIDE   WRONG GRP".
001450            05  FILLER               PIC X(40) VALUE
001460                " CLOSED     TOTAL".
001470        01  WS-SUM-DETAIL.
001480            05  DET-SUM-ID           PIC X(8).
001490            05  FILLER               PIC X(2) VALUE SPACES.
001500            05  DET-SUM-NOGRANT      PIC ZZZ,ZZ9.
001510            05  FILLER               PIC X(3) VALUE SPACES.
001520            05  DET-SUM-WINDOW       PIC ZZZ,ZZ9.
001530            05  FILLER               PIC X(3) VALUE SPACES.
001540            05  DET-SUM-GROUP        PIC ZZZ,ZZ9.
001550            05  FILLER               PIC X(3) VALUE SPACES.
001553            05  DET-SUM-CLOSED       PIC ZZZ,ZZ9.
001556            05  FILLER               PIC X(3) VALUE SPACES.
001560            05  DET-SUM-TOTAL        PIC ZZZ,ZZ9.
001570            05  FILLER               PIC X(2) VALUE SPACES.
001580            05  DET-SUM-FLAG         PIC X(16).
001590        01  WS-TOTAL-LINE.
001600            05  DET-TOTAL-LABEL      PIC X(25).
001610            05  DET-TOTAL-COUNT      PIC ZZZ,ZZ9.
001620        01  WS-USER-CAP-LINE.
001630            05  FILLER               PIC X(41)
001640                VALUE "*** WARNING: USERID LIST INCOMPLETE ***".
001650            05  FILLER               PIC X(39) VALUE SPACES.
001660        01  WS-TERM-CAP-LINE.
001670            05  FILLER               PIC X(41)
001680                VALUE "*** WARNING: TERMINAL LIST INCOMPLETE ***".
001690            05  FILLER               PIC X(39) VALUE SPACES.
001700*
001710        LINKAGE SECTION.
001720*
001730*     EXEC PARM - THE DAILY DENIAL LIMIT, 1 TO 3 DIGITS.
001740        01  PARM-DATA.
001750            05  PARM-LEN            PIC S9(4) COMP.
001760            05  PARM-TEXT           PIC X(8).
001770*
001780        PROCEDURE DIVISION USING PARM-DATA.
001790*
001800        0000-MAIN.
001810            PERFORM 1000-INITIALIZE.
001820            PERFORM 2000-PROCESS-SECURITY-EVENT
001830                UNTIL WS-EOF.
001840            PERFORM 3000-PRINT-SUMMARY.
001850            PERFORM 9000-WRAP-UP.
001860            STOP RUN.
001870*
001880        1000-INITIALIZE.
001890            IF PARM-LEN > 0 AND PARM-LEN < 4
001900                IF PARM-TEXT (1:PARM-LEN) IS NUMERIC
001910                    MOVE PARM-TEXT (1:PARM-LEN) TO WS-DENY-LIMIT
001920                ELSE
001930                    DISPLAY "HELOSRPT: PARM NOT NUMERIC - "
001940                        "DEFAULT LIMIT OF " WS-DENY-LIMIT " USED"
001950                END-IF
001960            END-IF.
001970            OPEN INPUT HELOSEC-FILE.
001980            IF NOT SEC-STATUS-OK
001990                DISPLAY "HELOSRPT: HELOSEC OPEN FAILED, STATUS="
002000                WS-SEC-STATUS
002010                STOP RUN
002020            END-IF.
002030            OPEN OUTPUT RPT-FILE.
002040            IF NOT RPT-STATUS-OK
002050                DISPLAY "HELOSRPT: SYSPRINT OPEN FAILED, STATUS="
002060                WS-RPT-STATUS
002070                STOP RUN
002080            END-IF.
002090            ACCEPT HDR-RUN-DATE FROM DATE YYYYMMDD.
002100            MOVE WS-DENY-LIMIT TO HDR-DENY-LIMIT.
002110            WRITE RPT-LINE FROM WS-HDR-LINE-1.
002120            WRITE RPT-LINE FROM WS-HDR-LINE-2.
002130            WRITE RPT-LINE FROM WS-LIMIT-LINE.
002140            MOVE SPACES TO RPT-LINE.
002150            WRITE RPT-LINE.
002160            WRITE RPT-LINE FROM WS-LIST-HDR.
002170            WRITE RPT-LINE FROM WS-LIST-COL-HDR.
002180*     POSITION AT TODAY'S FIRST EVENT - THE KEY LEADS WITH THE
002190*     DATE, SO EVERYTHING FROM HERE TO THE NEXT DATE IS TODAY'S.
002200            MOVE LOW-VALUES TO SEC-KEY.
002210            MOVE HDR-RUN-DATE TO SEC-DATE.
002220            START HELOSEC-FILE
002230                KEY IS GREATER THAN OR EQUAL TO SEC-KEY
002240            END-START.
002250            IF SEC-STATUS-OK
002260                PERFORM 2500-READ-SECURITY-EVENT
002270            ELSE
002280                SET WS-EOF TO TRUE
002290            END-IF.
002300*
002310        2000-PROCESS-SECURITY-EVENT.
002320            ADD 1 TO WS-TOTAL-COUNT.
002330            EVALUATE TRUE
002340                WHEN SEC-NO-GRANT
002350                    ADD 1 TO WS-NOGRANT-COUNT
002360                    MOVE "NO GRANT" TO DET-REASON
002370                WHEN SEC-OUTSIDE-WINDOW
002380                    ADD 1 TO WS-WINDOW-COUNT
002390                    MOVE "OUTSIDE HOURS" TO DET-REASON
002400                WHEN SEC-WRONG-GROUP
002410                    ADD 1 TO WS-GROUP-COUNT
002420                    MOVE "WRONG GROUP" TO DET-REASON
002422                WHEN SEC-SITE-CLOSED
002424                    ADD 1 TO WS-CLOSED-COUNT
002426                    MOVE "SITE CLOSED" TO DET-REASON
002430                WHEN OTHER
002440                    MOVE SEC-REASON TO DET-REASON
002450            END-EVALUATE.
002460            MOVE SEC-TIME (1:6) TO DET-TIME.
002470            MOVE SEC-USERID TO DET-USERID.
002480            MOVE SEC-TRMID TO DET-TRMID.
002490            MOVE SEC-TRANID TO DET-TRANID.
002500            MOVE SEC-PROGRAM TO DET-PROGRAM.
002510            MOVE SEC-AUTH-GROUP TO DET-GROUP.
002520            MOVE SEC-OPTION TO DET-OPTION.
002530            WRITE RPT-LINE FROM WS-LIST-DETAIL.
002540            PERFORM 2100-ACCUM-USER-COUNT.
002550            PERFORM 2200-ACCUM-TERMINAL-COUNT.
002560            PERFORM 2500-READ-SECURITY-EVENT.
002570*
002580        2100-ACCUM-USER-COUNT.
002590            MOVE "N" TO WS-FOUND-SW.
002600            PERFORM 2110-MATCH-USER
002610                VARYING WS-USER-SUB FROM 1 BY 1
002620                UNTIL WS-USER-SUB > WS-USER-MAX
002630                OR WS-ENTRY-FOUND.
002640            IF WS-ENTRY-FOUND
002650                SUBTRACT 1 FROM WS-USER-SUB
002660            ELSE
002670                IF WS-USER-MAX < 100
002680                    ADD 1 TO WS-USER-MAX
002690                    MOVE WS-USER-MAX TO WS-USER-SUB
002700                    MOVE SEC-USERID TO WS-USER-ID (WS-USER-SUB)
002710                    MOVE 0 TO WS-USER-NOGRANT (WS-USER-SUB)
002720                    MOVE 0 TO WS-USER-WINDOW (WS-USER-SUB)
002730                    MOVE 0 TO WS-USER-GROUP (WS-USER-SUB)
002735                    MOVE 0 TO WS-USER-CLOSED (WS-USER-SUB)
002740                    MOVE 0 TO WS-USER-TOTAL (WS-USER-SUB)
002750                    SET WS-ENTRY-FOUND TO TRUE
002760                ELSE
002770                    IF NOT WS-USER-CAP-HIT
002780                        SET WS-USER-CAP-HIT TO TRUE
002790                        DISPLAY "HELOSRPT: OVER 100 USERIDS - "
002800                            "PER-USER BREAKDOWN IS INCOMPLETE"
002810                    END-IF
002820                END-IF
002830            END-IF.
002840            IF WS-ENTRY-FOUND
002850                ADD 1 TO WS-USER-TOTAL (WS-USER-SUB)
002860                EVALUATE TRUE
002870                    WHEN SEC-NO-GRANT
002880                        ADD 1 TO WS-USER-NOGRANT (WS-USER-SUB)
002890                    WHEN SEC-OUTSIDE-WINDOW
002900                        ADD 1 TO WS-USER-WINDOW (WS-USER-SUB)
002910                    WHEN SEC-WRONG-GROUP
002920                        ADD 1 TO WS-USER-GROUP (WS-USER-SUB)
002923                    WHEN SEC-SITE-CLOSED
002926                        ADD 1 TO WS-USER-CLOSED (WS-USER-SUB)
002930                END-EVALUATE
002940            END-IF.
002950*
002960        2110-MATCH-USER.
002970            IF WS-USER-ID (WS-USER-SUB) = SEC-USERID
002980                SET WS-ENTRY-FOUND TO TRUE
002990            END-IF.
003000*
003010        2200-ACCUM-TERMINAL-COUNT.
003020            MOVE "N" TO WS-FOUND-SW.
003030            PERFORM 2210-MATCH-TERMINAL
003040                VARYING WS-TERM-SUB FROM 1 BY 1
003050                UNTIL WS-TERM-SUB > WS-TERM-MAX
003060                OR WS-ENTRY-FOUND.
003070            IF WS-ENTRY-FOUND
003080                SUBTRACT 1 FROM WS-TERM-SUB
003090            ELSE
003100                IF WS-TERM-MAX < 100
003110                    ADD 1 TO WS-TERM-MAX
003120                    MOVE WS-TERM-MAX TO WS-TERM-SUB
003130                    MOVE SEC-TRMID TO WS-TERM-ID (WS-TERM-SUB)
003140                    MOVE 0 TO WS-TERM-NOGRANT (WS-TERM-SUB)
003150                    MOVE 0 TO WS-TERM-WINDOW (WS-TERM-SUB)
003160                    MOVE 0 TO WS-TERM-GROUP (WS-TERM-SUB)
003165                    MOVE 0 TO WS-TERM-CLOSED (WS-TERM-SUB)
003170                    MOVE 0 TO WS-TERM-TOTAL (WS-TERM-SUB)
003180                    SET WS-ENTRY-FOUND TO TRUE
003190                ELSE
003200                    IF NOT WS-TERM-CAP-HIT
003210                        SET WS-TERM-CAP-HIT TO TRUE
003220                        DISPLAY "HELOSRPT: OVER 100 TERMINAL "
003230                            "IDS - PER-TERMINAL BREAKDOWN IS "
003240                            "INCOMPLETE"
003250                    END-IF
003260                END-IF
003270            END-IF.
003280            IF WS-ENTRY-FOUND
003290                ADD 1 TO WS-TERM-TOTAL (WS-TERM-SUB)
003300                EVALUATE TRUE
003310                    WHEN SEC-NO-GRANT
003320                        ADD 1 TO WS-TERM-NOGRANT (WS-TERM-SUB)
003330                    WHEN SEC-OUTSIDE-WINDOW
003340                        ADD 1 TO WS-TERM-WINDOW (WS-TERM-SUB)
003350                    WHEN SEC-WRONG-GROUP
003360                        ADD 1 TO WS-TERM-GROUP (WS-TERM-SUB)
003363                    WHEN SEC-SITE-CLOSED
003366                        ADD 1 TO WS-TERM-CLOSED (WS-TERM-SUB)
003370                END-EVALUATE
003380            END-IF.
003390*
003400        2210-MATCH-TERMINAL.
003410            IF WS-TERM-ID (WS-TERM-SUB) = SEC-TRMID
003420                SET WS-ENTRY-FOUND TO TRUE
003430            END-IF.
003440*
003450        2500-READ-SECURITY-EVENT.
003460            READ HELOSEC-FILE NEXT RECORD
003470                AT END
003480                    SET WS-EOF TO TRUE
003490            END-READ.
003500            IF NOT WS-EOF
003510                AND SEC-DATE NOT = HDR-RUN-DATE
003520                SET WS-EOF TO TRUE
003530            END-IF.
003540*
003550        3000-PRINT-SUMMARY.
003560            MOVE SPACES TO RPT-LINE.
003570            WRITE RPT-LINE.
003580            WRITE RPT-LINE FROM WS-USER-HDR.
003590            WRITE RPT-LINE FROM WS-SUM-COL-HDR.
003600            PERFORM 3100-PRINT-USER-LINE
003610                VARYING WS-USER-SUB FROM 1 BY 1
003620                UNTIL WS-USER-SUB > WS-USER-MAX.
003630            IF WS-USER-CAP-HIT
003640                WRITE RPT-LINE FROM WS-USER-CAP-LINE
003650            END-IF.
003660            MOVE SPACES TO RPT-LINE.
003670            WRITE RPT-LINE.
003680            WRITE RPT-LINE FROM WS-TERM-HDR.
003690            WRITE RPT-LINE FROM WS-SUM-COL-HDR.
003700            PERFORM 3200-PRINT-TERMINAL-LINE
003710                VARYING WS-TERM-SUB FROM 1 BY 1
003720                UNTIL WS-TERM-SUB > WS-TERM-MAX.
003730            IF WS-TERM-CAP-HIT
003740                WRITE RPT-LINE FROM WS-TERM-CAP-LINE
003750            END-IF.
003760            MOVE SPACES TO RPT-LINE.
003770            WRITE RPT-LINE.
003780            MOVE "NO GRANT" TO DET-TOTAL-LABEL.
003790            MOVE WS-NOGRANT-COUNT TO DET-TOTAL-COUNT.
003800            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003810            MOVE "OUTSIDE SHIFT WINDOW" TO DET-TOTAL-LABEL.
003820            MOVE WS-WINDOW-COUNT TO DET-TOTAL-COUNT.
003830            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003840            MOVE "WRONG GROUP" TO DET-TOTAL-LABEL.
003850            MOVE WS-GROUP-COUNT TO DET-TOTAL-COUNT.
003860            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003862            MOVE "SITE CLOSED" TO DET-TOTAL-LABEL.
003864            MOVE WS-CLOSED-COUNT TO DET-TOTAL-COUNT.
003866            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003870            MOVE "TOTAL DENIALS" TO DET-TOTAL-LABEL.
003880            MOVE WS-TOTAL-COUNT TO DET-TOTAL-COUNT.
003890            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003900            MOVE "IDS OVER LIMIT" TO DET-TOTAL-LABEL.
003910            MOVE WS-OVER-COUNT TO DET-TOTAL-COUNT.
003920            WRITE RPT-LINE FROM WS-TOTAL-LINE.
003930*
003940        3100-PRINT-USER-LINE.
003950            MOVE WS-USER-ID (WS-USER-SUB) TO DET-SUM-ID.
003960            MOVE WS-USER-NOGRANT (WS-USER-SUB) TO DET-SUM-NOGRANT.
003970            MOVE WS-USER-WINDOW (WS-USER-SUB) TO DET-SUM-WINDOW.
003980            MOVE WS-USER-GROUP (WS-USER-SUB) TO DET-SUM-GROUP.
003985            MOVE WS-USER-CLOSED (WS-USER-SUB) TO DET-SUM-CLOSED.
003990            MOVE WS-USER-TOTAL (WS-USER-SUB) TO DET-SUM-TOTAL.
004000            IF WS-USER-TOTAL (WS-USER-SUB) > WS-DENY-LIMIT
004010                MOVE "*** OVER LIMIT" TO DET-SUM-FLAG
004020                ADD 1 TO WS-OVER-COUNT
004030            ELSE
004040                MOVE SPACES TO DET-SUM-FLAG
004050            END-IF.
004060            WRITE RPT-LINE FROM WS-SUM-DETAIL.
004070*
004080        3200-PRINT-TERMINAL-LINE.
004090            MOVE WS-TERM-ID (WS-TERM-SUB) TO DET-SUM-ID.
004100            MOVE WS-TERM-NOGRANT (WS-TERM-SUB) TO DET-SUM-NOGRANT.
004110            MOVE WS-TERM-WINDOW (WS-TERM-SUB) TO DET-SUM-WINDOW.
004120            MOVE WS-TERM-GROUP (WS-TERM-SUB) TO DET-SUM-GROUP.
004125            MOVE WS-TERM-CLOSED (WS-TERM-SUB) TO DET-SUM-CLOSED.
004130            MOVE WS-TERM-TOTAL (WS-TERM-SUB) TO DET-SUM-TOTAL.
004140            IF WS-TERM-TOTAL (WS-TERM-SUB) > WS-DENY-LIMIT
004150                MOVE "*** OVER LIMIT" TO DET-SUM-FLAG
004160                ADD 1 TO WS-OVER-COUNT
004170            ELSE
004180                MOVE SPACES TO DET-SUM-FLAG
004190            END-IF.
004200            WRITE RPT-LINE FROM WS-SUM-DETAIL.
004210*
004220        9000-WRAP-UP.
004230            CLOSE HELOSEC-FILE.
004240            CLOSE RPT-FILE.
004250            PERFORM 9500-STAMP-RUN-CONTROL.
004260*
004270*     STAMP THIS JOB'S SUCCESSFUL RUN ON THE HELLORUN CONTROL
004280*     FILE SO THE HELR INQUIRY CAN SEE IT. A FAILED STAMP IS
004290*     REPORTED BUT DOES NOT FAIL THE RUN - THE REPORT IS
004300*     ALREADY OUT.
004310        9500-STAMP-RUN-CONTROL.
004320            OPEN I-O RUNCTL-FILE.
004330            IF NOT RUN-STATUS-OK
004340                DISPLAY "HELOSRPT: RUNCTL OPEN FAILED, STATUS="
004350                WS-RUN-STATUS
004360            ELSE
004370                MOVE "HELOSRPT" TO RUN-JOBNAME
004380                MOVE HDR-RUN-DATE TO RUN-LAST-DATE
004390                ACCEPT RUN-LAST-TIME FROM TIME
004400                MOVE "C" TO RUN-STATUS
004410                WRITE HELLORUN-RECORD
004420                IF RUN-STATUS-DUP
004430                    REWRITE HELLORUN-RECORD
004440                END-IF
004450                IF NOT RUN-STATUS-OK
004460                    DISPLAY "HELOSRPT: RUNCTL STAMP FAILED, "
004470                        "STATUS=" WS-RUN-STATUS
004480                END-IF
004490                CLOSE RUNCTL-FILE
004500            END-IF.
