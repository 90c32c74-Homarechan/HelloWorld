000010*      HELLO ERROR-RATE ALARM
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELOALRM.
000040*     BACKGROUND WATCH ON THE HELOHIST ERROR HISTORY, INVOKED
000050*     UNDER TRANSID HELW. EVERY SUITE PROGRAM LOGS ITS ERRORS
000060*     THERE (SEE EACH 9950-WRITE-ERROR-HISTORY), BUT NOTHING
000070*     LOOKS AT THEM UNTIL THE HELP DESK OPENS HELH OR HELOERPT
000080*     RUNS OVERNIGHT, SO A CLOSED OR BROKEN FILE CAN FAIL EVERY
000090*     HELLO TASK FOR HOURS UNSEEN. EACH RUN COUNTS THE HELOHIST
000100*     ENTRIES WRITTEN WITHIN THE SLIDING WINDOW, BY RESP CODE AND
000110*     BY TERMINAL, AND COMPARES THE COUNTS WITH THE THRESHOLDS
000120*     ON THE HELOALM CONTROL RECORD. A CONDITION THAT CROSSES
000130*     ITS THRESHOLD RAISES ONE ALARM - A CONSOLE MESSAGE AND AN
000140*     ENTRY ON THE HALM TD QUEUE FOR THE CONSOLE AUTOMATION - AND
000150*     IS REMEMBERED ON THE CONTROL RECORD, SO LATER RUNS STAY
000160*     QUIET UNTIL IT DROPS BACK BELOW THE THRESHOLD AND ONE
000170*     "CLEARED" MESSAGE GOES OUT THE SAME TWO WAYS. START HELW
000180*     ONCE WITHOUT A TERMINAL (SECOND-PHASE PLT, AS HELOCNTR IS
000190*     RUN) AND EACH STARTED RUN SCHEDULES THE NEXT; SET THE
000200*     CONTROL RECORD'S RUN SWITCH TO 'N' TO STOP THE CHAIN. RUN
000210*     FROM A TERMINAL IT CHECKS ONCE AND SHOWS A ONE-LINE
000220*     SUMMARY AS HELOHSKP DOES, WITHOUT STARTING A SECOND CHAIN.
000230*     NOT GATED ON HELLOAUTH FOR THE SAME REASON AS HELOHSKP - IT
000240*     MUST RUN UNATTENDED, AND IT ONLY EVER READS THE HISTORY.
000250        AUTHOR. ROBERT GOSLING.
000260 ENVIRONMENT DIVISION.
000270        DATA DIVISION.
000280        WORKING-STORAGE SECTION.
000290*
000300        COPY DFHAID.
000310        COPY DFHRESP.
000320*
000330        01  WS-RESP                 PIC S9(8) COMP VALUE 0.
000340*
000350*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000360*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000370        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000380*
000390        01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
000400        01  WS-WIN-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
000410        01  WS-LOG-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
000420*
000430*     NOW, IN THE HELOHIST KEY'S OWN FORMAT (FORMATTIME MMDDYY
000440*     AND TIME, AS 9950 WRITES IT) AND AS YYYYMMDD FOR THE
000450*     CONTROL RECORD AND THE ALERT ENTRIES; THEN THE START OF
000460*     THE WINDOW IN THE KEY FORMAT.
000470        01  WS-NOW-HIST-DATE        PIC X(8) VALUE SPACES.
000480        01  WS-NOW-DATE             PIC X(8) VALUE SPACES.
000490        01  WS-NOW-TIME             PIC X(8) VALUE SPACES.
000500        01  WS-WIN-DATE             PIC X(8) VALUE SPACES.
000510        01  WS-WIN-TIME             PIC X(8) VALUE SPACES.
000520*
000530*     THE DATE BEING BROWSED AND THE TIME TO START FROM - A
000540*     WINDOW THAT SPANS MIDNIGHT TAKES TWO BROWSES, BECAUSE AN
000550*     MM/DD/YY KEY DOES NOT COLLATE ACROSS A YEAR END.
000560        01  WS-BROWSE-DATE          PIC X(8) VALUE SPACES.
000570        01  WS-BROWSE-TIME          PIC X(8) VALUE SPACES.
000580        01  WS-BROWSE-SW            PIC X(1) VALUE "N".
000590            88  WS-BROWSE-DONE      VALUE "Y".
000600*
000610*     THRESHOLDS THE CONTROL RECORD IS CREATED WITH ON THE FIRST
000620*     RUN: EVERY FIVE MINUTES, LOOK BACK FIFTEEN, AND ALARM AT
000630*     TEN ERRORS WITH ONE RESP CODE OR FIVE FROM ONE TERMINAL -
000640*     WELL ABOVE THE ODD NOTFND OR MAPFAIL A NORMAL SHIFT LOGS.
000650        01  WS-DFLT-INTERVAL        PIC S9(4) COMP VALUE 5.
000660        01  WS-DFLT-WINDOW          PIC S9(4) COMP VALUE 15.
000670        01  WS-DFLT-RESP-LIMIT      PIC S9(4) COMP VALUE 10.
000680        01  WS-DFLT-TERM-LIMIT      PIC S9(4) COMP VALUE 5.
000690*
000700*     MINUTES TO THE NEXT RUN (A FULLWORD FOR START AFTER) AND
000710*     WHETHER THERE IS TO BE ONE. SET FROM THE CONTROL RECORD,
000720*     BUT PRIMED HERE SO 9999-ERROR CAN KEEP THE CHAIN GOING
000730*     EVEN WHEN THE RECORD WAS NEVER READ.
000740        01  WS-INTERVAL-MINS        PIC S9(8) COMP VALUE 5.
000750        01  WS-CHAIN-SW             PIC X(1) VALUE "Y".
000760            88  WS-CHAIN-STOP       VALUE "N".
000770*
000780        01  WS-CONTROL-SW           PIC X(1) VALUE "N".
000790            88  WS-CONTROL-NEW      VALUE "Y".
000800*
000810*     ENTRIES IN THE WINDOW BY RESP CODE AND BY TERMINAL. A
000820*     WINDOW WITH MORE DISTINCT VALUES THAN A TABLE HOLDS STILL
000830*     COUNTS IN WS-WINDOW-TOTAL; THE EXTRA VALUES ARE NOT
000840*     TALLIED, WHICH ONLY MATTERS IN AN OUTAGE THE ALARMS
000850*     ALREADY RAISED WILL HAVE SHOWN.
000860        01  WS-WINDOW-TOTAL         PIC S9(7) COMP-3 VALUE 0.
000870        01  WS-RESP-USED            PIC S9(4) COMP VALUE 0.
000880        01  WS-RESP-TABLE.
000890            05  WS-RT-ENTRY         OCCURS 30 TIMES.
000900                10  WS-RT-RESP      PIC S9(8) COMP.
000910                10  WS-RT-COUNT     PIC S9(4) COMP.
000920        01  WS-TERM-USED            PIC S9(4) COMP VALUE 0.
000930        01  WS-TERM-TABLE.
000940            05  WS-TT-ENTRY         OCCURS 100 TIMES.
000950                10  WS-TT-TRMID     PIC X(4).
000960                10  WS-TT-COUNT     PIC S9(4) COMP.
000970        01  WS-SUB                  PIC S9(4) COMP VALUE 0.
000980        01  WS-FOUND-SUB            PIC S9(4) COMP VALUE 0.
000990        01  WS-SLOT                 PIC S9(4) COMP VALUE 0.
001000        01  WS-FREE-SLOT            PIC S9(4) COMP VALUE 0.
001010*
001020*     ONE FLAG PER CONTROL-RECORD ALARM SLOT: SET WHEN THIS RUN
001030*     FINDS THE SLOT'S CONDITION STILL OVER ITS THRESHOLD, SO
001040*     4000 KNOWS WHICH ALARMS HAVE CLEARED.
001050        01  WS-STILL-TABLE.
001060            05  WS-STILL-SW         PIC X(1) OCCURS 20 TIMES.
001070*
001080*     THE CONDITION BEING RAISED OR CLEARED, FOR 3500 AND 7000.
001090        01  WS-COND-TYPE            PIC X(1) VALUE SPACES.
001100        01  WS-COND-VALUE           PIC X(8) VALUE SPACES.
001110        01  WS-COND-COUNT           PIC S9(4) COMP VALUE 0.
001120        01  WS-COND-LIMIT           PIC S9(4) COMP VALUE 0.
001130        01  WS-COND-RESP            PIC 9(8) VALUE 0.
001140        01  WS-COND-LABEL           PIC X(9) VALUE SPACES.
001150*
001160        01  WS-RAISED-COUNT         PIC S9(4) COMP VALUE 0.
001170        01  WS-CLEARED-COUNT        PIC S9(4) COMP VALUE 0.
001180        01  WS-ACTIVE-COUNT         PIC S9(4) COMP VALUE 0.
001190*
001200        01  WS-ED-COUNT             PIC ZZZ9.
001210        01  WS-ED-LIMIT             PIC ZZZ9.
001220        01  WS-ED-WINDOW            PIC ZZZ9.
001230        01  WS-ALERT-TEXT           PIC X(72) VALUE SPACES.
001240        01  WS-NOBROWSE-TEXT        PIC X(72) VALUE
001250            "HELOALRM: CANNOT BROWSE HELOHIST - WATCH IS BLIND".
001260        01  WS-NOSTART-TEXT         PIC X(72) VALUE
001270            "HELOALRM: NEXT RUN NOT STARTED - WATCH STOPPED".
001280*
001290        01  WS-SUMMARY-LINE.
001300            05  FILLER               PIC X(10)
001310                VALUE "HELOALRM: ".
001320            05  SUM-WINDOW-TOTAL     PIC ZZZ,ZZ9.
001330            05  FILLER               PIC X(23)
001340                VALUE " ERRORS IN THE WINDOW, ".
001350            05  SUM-RAISED-COUNT     PIC ZZ9.
001360            05  FILLER               PIC X(9)
001370                VALUE " RAISED, ".
001380            05  SUM-CLEARED-COUNT    PIC ZZ9.
001390            05  FILLER               PIC X(10)
001400                VALUE " CLEARED, ".
001410            05  SUM-ACTIVE-COUNT     PIC ZZ9.
001420            05  FILLER               PIC X(7)
001430                VALUE " ACTIVE".
001440*
001450*     TS QUEUE ERROR LOG RECORD - SAME HELOERR QUEUE AND LAYOUT
001460*     THE REST OF THE SUITE WRITES TO, SO ALL SUITE ERRORS SHOW
001470*     UP IN ONE PLACE.
001480        01  WS-ERROR-RECORD.
001490            05  ERR-TRMID            PIC X(4).
001500            05  ERR-TASKN            PIC S9(7) COMP-3.
001510            05  ERR-RESP             PIC S9(8) COMP.
001520            05  ERR-RESP2            PIC S9(8) COMP.
001530*
001540*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001550        COPY HELOHIST.
001560*
001570*     ALARM CONTROL RECORD (VSAM KSDS) AND HALM ALERT ENTRY
001580        COPY HELOALM.
001590*
001600        PROCEDURE DIVISION.
001610*
001620        0000-MAIN.
001630            EXEC CICS HANDLE CONDITION
001640                ERROR(9999-ERROR)
001650            END-EXEC.
001660            EXEC CICS HANDLE ABEND
001670                LABEL(9999-ERROR)
001680            END-EXEC.
001690            PERFORM 1000-INITIALIZE.
001700            PERFORM 1100-READ-CONTROL.
001710            PERFORM 2000-COUNT-WINDOW.
001720            PERFORM 3000-CHECK-THRESHOLDS.
001730            PERFORM 4000-CLEAR-ALARMS.
001740            PERFORM 4500-SAVE-CONTROL.
001750            PERFORM 5000-SEND-SUMMARY.
001760            PERFORM 6000-SCHEDULE-NEXT-RUN.
001770            EXEC CICS RETURN
001780            END-EXEC.
001790*
001800*     THE WINDOW RUNS BACK FROM NOW; ABSTIME IS IN MILLISECONDS.
001810        1000-INITIALIZE.
001820            EXEC CICS ASKTIME
001830                ABSTIME(WS-ABSTIME)
001840            END-EXEC.
001850            EXEC CICS FORMATTIME
001860                ABSTIME(WS-ABSTIME)
001870                MMDDYY(WS-NOW-HIST-DATE)
001880                YYYYMMDD(WS-NOW-DATE)
001890                TIME(WS-NOW-TIME)
001900            END-EXEC.
001910*
001920*     ONE READ FOR UPDATE COVERS BOTH THE THRESHOLDS AND THE
001930*     RAISED ALARMS; THE RECORD IS REWRITTEN IN 4500. NO RECORD
001940*     YET MEANS THE FIRST RUN - BUILD ONE WITH THE DEFAULTS.
001950        1100-READ-CONTROL.
001960            MOVE "CONTROL" TO ALM-KEY.
001970            EXEC CICS READ FILE("HELOALM")
001980                INTO(HELOALM-RECORD)
001990                RIDFLD(ALM-KEY)
002000                UPDATE
002010                RESP(WS-RESP)
002020            END-EXEC.
002030            IF WS-RESP = DFHRESP-NOTFND
002040                SET WS-CONTROL-NEW TO TRUE
002050                MOVE SPACES TO HELOALM-RECORD
002060                MOVE "CONTROL" TO ALM-KEY
002070                MOVE WS-DFLT-INTERVAL TO ALM-INTERVAL-MINS
002080                MOVE WS-DFLT-WINDOW TO ALM-WINDOW-MINS
002090                MOVE WS-DFLT-RESP-LIMIT TO ALM-RESP-LIMIT
002100                MOVE WS-DFLT-TERM-LIMIT TO ALM-TERM-LIMIT
002110                MOVE "Y" TO ALM-RUN-SW
002120                PERFORM 1150-CLEAR-SLOT
002130                    VARYING WS-SLOT FROM 1 BY 1
002140                    UNTIL WS-SLOT > 20
002150            ELSE
002160                IF WS-RESP NOT = DFHRESP-NORMAL
002170                    PERFORM 9900-LOG-ERROR
002180                    PERFORM 9999-ERROR
002190                END-IF
002200            END-IF.
002210            IF ALM-INTERVAL-MINS > 0
002220                MOVE ALM-INTERVAL-MINS TO WS-INTERVAL-MINS
002230            END-IF.
002240            IF ALM-RUN-STOP
002250                SET WS-CHAIN-STOP TO TRUE
002260            END-IF.
002270            COMPUTE WS-WIN-ABSTIME =
002280                WS-ABSTIME - (ALM-WINDOW-MINS * 60000).
002290            EXEC CICS FORMATTIME
002300                ABSTIME(WS-WIN-ABSTIME)
002310                MMDDYY(WS-WIN-DATE)
002320                TIME(WS-WIN-TIME)
002330            END-EXEC.
002340*
002350        1150-CLEAR-SLOT.
002360            MOVE SPACES TO ALM-ACTIVE (WS-SLOT).
002370            MOVE 0 TO ALM-PEAK-COUNT (WS-SLOT).
002380*
002390*     THE HELOHIST KEY LEADS WITH DATE AND TIME, SO THE WINDOW
002400*     IS ONE KEYED BROWSE FROM ITS START - OR TWO WHEN IT STARTED
002410*     YESTERDAY: THE REST OF YESTERDAY, THEN TODAY FROM MIDNIGHT.
002420        2000-COUNT-WINDOW.
002430            MOVE WS-WIN-DATE TO WS-BROWSE-DATE.
002440            MOVE WS-WIN-TIME TO WS-BROWSE-TIME.
002450            PERFORM 2100-BROWSE-ONE-DATE.
002460            IF WS-WIN-DATE NOT = WS-NOW-HIST-DATE
002470                MOVE WS-NOW-HIST-DATE TO WS-BROWSE-DATE
002480                MOVE LOW-VALUES TO WS-BROWSE-TIME
002490                PERFORM 2100-BROWSE-ONE-DATE
002500            END-IF.
002510*
002520*     ONLY THE SIX HHMMSS BYTES OF THE TIME ARE KEY DATA THAT
002530*     FORMATTIME SETS, SO THE START KEY TAKES THOSE AND LOW-
002540*     VALUES BEHIND THEM. A HISTORY FILE THE WATCH CANNOT EVEN
002550*     BROWSE IS ITSELF WORTH THE CONSOLE'S ATTENTION.
002560        2100-BROWSE-ONE-DATE.
002570            MOVE "N" TO WS-BROWSE-SW.
002580            MOVE LOW-VALUES TO HIST-KEY.
002590            MOVE WS-BROWSE-DATE TO HIST-DATE.
002600            MOVE WS-BROWSE-TIME (1:6) TO HIST-TIME (1:6).
002610            EXEC CICS STARTBR FILE("HELOHIST")
002620                RIDFLD(HIST-KEY)
002630                GTEQ
002640                RESP(WS-RESP)
002650            END-EXEC.
002660            IF WS-RESP = DFHRESP-NORMAL
002670                PERFORM 2200-COUNT-NEXT-ENTRY
002680                    UNTIL WS-BROWSE-DONE
002690                EXEC CICS ENDBR FILE("HELOHIST")
002700                    RESP(WS-RESP)
002710                END-EXEC
002720            ELSE
002730                IF WS-RESP NOT = DFHRESP-NOTFND
002740                    PERFORM 9900-LOG-ERROR
002750                    MOVE WS-NOBROWSE-TEXT TO WS-ALERT-TEXT
002760                    EXEC CICS WRITE OPERATOR
002770                        TEXT(WS-ALERT-TEXT)
002780                        TEXTLENGTH(LENGTH OF WS-ALERT-TEXT)
002790                        RESP(WS-LOG-RESP)
002800                    END-EXEC
002810                END-IF
002820            END-IF.
002830*
002840        2200-COUNT-NEXT-ENTRY.
002850            EXEC CICS READNEXT FILE("HELOHIST")
002860                INTO(HELOHIST-RECORD)
002870                RIDFLD(HIST-KEY)
002880                RESP(WS-RESP)
002890            END-EXEC.
002900            EVALUATE WS-RESP
002910                WHEN DFHRESP-NORMAL
002920                    IF HIST-DATE NOT = WS-BROWSE-DATE
002930                        SET WS-BROWSE-DONE TO TRUE
002940                    ELSE
002950                        ADD 1 TO WS-WINDOW-TOTAL
002960                        PERFORM 2300-TALLY-RESP
002970                        PERFORM 2400-TALLY-TERMINAL
002980                    END-IF
002990                WHEN DFHRESP-ENDFILE
003000                    SET WS-BROWSE-DONE TO TRUE
003010                WHEN OTHER
003020                    PERFORM 9900-LOG-ERROR
003030                    SET WS-BROWSE-DONE TO TRUE
003040            END-EVALUATE.
003050*
003060        2300-TALLY-RESP.
003070            MOVE 0 TO WS-FOUND-SUB.
003080            PERFORM 2310-FIND-RESP
003090                VARYING WS-SUB FROM 1 BY 1
003100                UNTIL WS-SUB > WS-RESP-USED
003110                OR WS-FOUND-SUB > 0.
003120            IF WS-FOUND-SUB > 0
003130                ADD 1 TO WS-RT-COUNT (WS-FOUND-SUB)
003140            ELSE
003150                IF WS-RESP-USED < 30
003160                    ADD 1 TO WS-RESP-USED
003170                    MOVE HIST-RESP TO WS-RT-RESP (WS-RESP-USED)
003180                    MOVE 1 TO WS-RT-COUNT (WS-RESP-USED)
003190                END-IF
003200            END-IF.
003210*
003220        2310-FIND-RESP.
003230            IF WS-RT-RESP (WS-SUB) = HIST-RESP
003240                MOVE WS-SUB TO WS-FOUND-SUB
003250            END-IF.
003260*
003270*     ERRORS FROM A STARTED TASK (THIS ONE, HELOHSKP) CARRY NO
003280*     TERMINAL - THEY COUNT BY RESP CODE BUT NOT BY TERMINAL.
003290        2400-TALLY-TERMINAL.
003300            IF HIST-TRMID NOT = SPACES
003310                MOVE 0 TO WS-FOUND-SUB
003320                PERFORM 2410-FIND-TERMINAL
003330                    VARYING WS-SUB FROM 1 BY 1
003340                    UNTIL WS-SUB > WS-TERM-USED
003350                    OR WS-FOUND-SUB > 0
003360                IF WS-FOUND-SUB > 0
003370                    ADD 1 TO WS-TT-COUNT (WS-FOUND-SUB)
003380                ELSE
003390                    IF WS-TERM-USED < 100
003400                        ADD 1 TO WS-TERM-USED
003410                        MOVE HIST-TRMID
003420                            TO WS-TT-TRMID (WS-TERM-USED)
003430                        MOVE 1 TO WS-TT-COUNT (WS-TERM-USED)
003440                    END-IF
003450                END-IF
003460            END-IF.
003470*
003480        2410-FIND-TERMINAL.
003490            IF WS-TT-TRMID (WS-SUB) = HIST-TRMID
003500                MOVE WS-SUB TO WS-FOUND-SUB
003510            END-IF.
003520*
003530*     EVERY RESP CODE AND TERMINAL AT OR OVER ITS THRESHOLD IS A
003540*     CONDITION; 3500 DECIDES WHETHER IT IS NEWLY RAISED.
003550        3000-CHECK-THRESHOLDS.
003560            MOVE SPACES TO WS-STILL-TABLE.
003570            PERFORM 3100-CHECK-RESP
003580                VARYING WS-SUB FROM 1 BY 1
003590                UNTIL WS-SUB > WS-RESP-USED.
003600            PERFORM 3200-CHECK-TERMINAL
003610                VARYING WS-SUB FROM 1 BY 1
003620                UNTIL WS-SUB > WS-TERM-USED.
003630*
003640        3100-CHECK-RESP.
003650            IF WS-RT-COUNT (WS-SUB) NOT < ALM-RESP-LIMIT
003660                MOVE "R" TO WS-COND-TYPE
003670                MOVE WS-RT-RESP (WS-SUB) TO WS-COND-RESP
003680                MOVE WS-COND-RESP TO WS-COND-VALUE
003690                MOVE WS-RT-COUNT (WS-SUB) TO WS-COND-COUNT
003700                MOVE ALM-RESP-LIMIT TO WS-COND-LIMIT
003710                PERFORM 3500-RAISE-CONDITION
003720            END-IF.
003730*
003740        3200-CHECK-TERMINAL.
003750            IF WS-TT-COUNT (WS-SUB) NOT < ALM-TERM-LIMIT
003760                MOVE "T" TO WS-COND-TYPE
003770                MOVE WS-TT-TRMID (WS-SUB) TO WS-COND-VALUE
003780                MOVE WS-TT-COUNT (WS-SUB) TO WS-COND-COUNT
003790                MOVE ALM-TERM-LIMIT TO WS-COND-LIMIT
003800                PERFORM 3500-RAISE-CONDITION
003810            END-IF.
003820*
003830*     A CONDITION ALREADY IN A SLOT IS STILL RAISED - NOTE THE
003840*     PEAK AND STAY QUIET. A NEW ONE TAKES A FREE SLOT AND GOES
003850*     OUT AS AN ALARM. IF ALL TWENTY SLOTS ARE TAKEN IT STILL
003860*     GOES OUT (EVERY RUN, SINCE IT CANNOT BE REMEMBERED) -
003870*     BETTER NOISY THAN SILENT IN AN OUTAGE THAT WIDE.
003880        3500-RAISE-CONDITION.
003890            MOVE 0 TO WS-FOUND-SUB.
003900            MOVE 0 TO WS-FREE-SLOT.
003910            PERFORM 3510-FIND-SLOT
003920                VARYING WS-SLOT FROM 1 BY 1
003930                UNTIL WS-SLOT > 20
003940                OR WS-FOUND-SUB > 0.
003950            IF WS-FOUND-SUB > 0
003960                MOVE "Y" TO WS-STILL-SW (WS-FOUND-SUB)
003970                IF WS-COND-COUNT > ALM-PEAK-COUNT (WS-FOUND-SUB)
003980                    MOVE WS-COND-COUNT
003990                        TO ALM-PEAK-COUNT (WS-FOUND-SUB)
004000                END-IF
004010            ELSE
004020                IF WS-FREE-SLOT > 0
004030                    MOVE WS-COND-TYPE
004040                        TO ALM-COND-TYPE (WS-FREE-SLOT)
004050                    MOVE WS-COND-VALUE
004060                        TO ALM-COND-VALUE (WS-FREE-SLOT)
004070                    MOVE WS-NOW-DATE
004080                        TO ALM-RAISED-DATE (WS-FREE-SLOT)
004090                    MOVE WS-NOW-TIME
004100                        TO ALM-RAISED-TIME (WS-FREE-SLOT)
004110                    MOVE WS-COND-COUNT
004120                        TO ALM-PEAK-COUNT (WS-FREE-SLOT)
004130                    MOVE "Y" TO WS-STILL-SW (WS-FREE-SLOT)
004140                END-IF
004150                SET ALT-RAISED TO TRUE
004160                ADD 1 TO WS-RAISED-COUNT
004170                PERFORM 7000-SEND-ALERT
004180            END-IF.
004190*
004200        3510-FIND-SLOT.
004210            IF ALM-COND-TYPE (WS-SLOT) = WS-COND-TYPE
004220                AND ALM-COND-VALUE (WS-SLOT) = WS-COND-VALUE
004230                MOVE WS-SLOT TO WS-FOUND-SUB
004240            END-IF.
004250            IF ALM-COND-TYPE (WS-SLOT) = SPACES
004260                AND WS-FREE-SLOT = 0
004270                MOVE WS-SLOT TO WS-FREE-SLOT
004280            END-IF.
004290*
004300*     A RAISED ALARM THIS RUN DID NOT SEE OVER ITS THRESHOLD HAS
004310*     CLEARED: SAY SO ONCE, WITH ITS PEAK, AND FREE THE SLOT.
004320        4000-CLEAR-ALARMS.
004330            PERFORM 4100-CLEAR-IF-GONE
004340                VARYING WS-SLOT FROM 1 BY 1
004350                UNTIL WS-SLOT > 20.
004360*
004370        4100-CLEAR-IF-GONE.
004380            IF ALM-COND-TYPE (WS-SLOT) NOT = SPACES
004390                IF WS-STILL-SW (WS-SLOT) = "Y"
004400                    ADD 1 TO WS-ACTIVE-COUNT
004410                ELSE
004420                    MOVE ALM-COND-TYPE (WS-SLOT) TO WS-COND-TYPE
004430                    MOVE ALM-COND-VALUE (WS-SLOT) TO WS-COND-VALUE
004440                    MOVE ALM-PEAK-COUNT (WS-SLOT) TO WS-COND-COUNT
004450                    IF ALM-COND-RESP (WS-SLOT)
004460                        MOVE ALM-RESP-LIMIT TO WS-COND-LIMIT
004470                    ELSE
004480                        MOVE ALM-TERM-LIMIT TO WS-COND-LIMIT
004490                    END-IF
004500                    SET ALT-CLEARED TO TRUE
004510                    ADD 1 TO WS-CLEARED-COUNT
004520                    PERFORM 7000-SEND-ALERT
004530                    PERFORM 1150-CLEAR-SLOT
004540                END-IF
004550            END-IF.
004560*
004570        4500-SAVE-CONTROL.
004580            MOVE WS-NOW-DATE TO ALM-LAST-DATE.
004590            MOVE WS-NOW-TIME TO ALM-LAST-TIME.
004600            IF WS-CONTROL-NEW
004610                EXEC CICS WRITE FILE("HELOALM")
004620                    FROM(HELOALM-RECORD)
004630                    RIDFLD(ALM-KEY)
004640                    RESP(WS-RESP)
004650                END-EXEC
004660            ELSE
004670                EXEC CICS REWRITE FILE("HELOALM")
004680                    FROM(HELOALM-RECORD)
004690                    RESP(WS-RESP)
004700                END-EXEC
004710            END-IF.
004720            IF WS-RESP NOT = DFHRESP-NORMAL
004730                PERFORM 9900-LOG-ERROR
004740            END-IF.
004750*
004760*     A TERMINAL-ATTACHED RUN GETS THE TOTALS ON SCREEN; A
004770*     STARTED (NO-TERMINAL) RUN HAS NOWHERE TO SEND THEM.
004780        5000-SEND-SUMMARY.
004790            MOVE WS-WINDOW-TOTAL TO SUM-WINDOW-TOTAL.
004800            MOVE WS-RAISED-COUNT TO SUM-RAISED-COUNT.
004810            MOVE WS-CLEARED-COUNT TO SUM-CLEARED-COUNT.
004820            MOVE WS-ACTIVE-COUNT TO SUM-ACTIVE-COUNT.
004830            IF EIBTRMID NOT = SPACES
004840                EXEC CICS SEND TEXT FROM(WS-SUMMARY-LINE)
004850                    LENGTH(LENGTH OF WS-SUMMARY-LINE)
004860                    ERASE
004870                    FREEKB
004880                    RESP(WS-LOG-RESP)
004890                END-EXEC
004900            END-IF.
004910*
004920*     ONLY A STARTED RUN KEEPS THE CHAIN GOING, SO CHECKING FROM
004930*     A TERMINAL NEVER STARTS A SECOND ONE. A FAILED START IS
004940*     LOGGED AND TOLD TO THE CONSOLE - WITHOUT IT THE WATCH HAS
004950*     STOPPED.
004960        6000-SCHEDULE-NEXT-RUN.
004970            IF EIBTRMID = SPACES
004980                AND NOT WS-CHAIN-STOP
004990                EXEC CICS START TRANSID(EIBTRNID)
005000                    AFTER
005010                    MINUTES(WS-INTERVAL-MINS)
005020                    RESP(WS-RESP)
005030                END-EXEC
005040                IF WS-RESP NOT = DFHRESP-NORMAL
005050                    PERFORM 9900-LOG-ERROR
005060                    MOVE WS-NOSTART-TEXT TO WS-ALERT-TEXT
005070                    EXEC CICS WRITE OPERATOR
005080                        TEXT(WS-ALERT-TEXT)
005090                        TEXTLENGTH(LENGTH OF WS-ALERT-TEXT)
005100                        RESP(WS-LOG-RESP)
005110                    END-EXEC
005120                END-IF
005130            END-IF.
005140*
005150*     ONE ALARM OR CLEARANCE: THE SAME TEXT TO THE CONSOLE AND,
005160*     WITH THE FIELDS BROKEN OUT, TO THE HALM QUEUE. THE CALLER
005170*     HAS SET THE EVENT AND THE WS-COND- FIELDS.
005180        7000-SEND-ALERT.
005190            IF WS-COND-TYPE = "R"
005200                MOVE "RESP" TO WS-COND-LABEL
005210            ELSE
005220                MOVE "TERMINAL" TO WS-COND-LABEL
005230            END-IF.
005240            MOVE WS-COND-COUNT TO WS-ED-COUNT.
005250            MOVE WS-COND-LIMIT TO WS-ED-LIMIT.
005260            MOVE ALM-WINDOW-MINS TO WS-ED-WINDOW.
005270            MOVE SPACES TO WS-ALERT-TEXT.
005280            IF ALT-RAISED
005290                STRING "HELOALRM ALARM: " DELIMITED BY SIZE
005300                    WS-COND-LABEL DELIMITED BY SPACE
005310                    " " DELIMITED BY SIZE
005320                    WS-COND-VALUE DELIMITED BY SPACE
005330                    " - " DELIMITED BY SIZE
005340                    FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
005350                    " ERRORS IN " DELIMITED BY SIZE
005360                    FUNCTION TRIM(WS-ED-WINDOW) DELIMITED BY SIZE
005370                    " MINS, LIMIT " DELIMITED BY SIZE
005380                    FUNCTION TRIM(WS-ED-LIMIT) DELIMITED BY SIZE
005390                    INTO WS-ALERT-TEXT
005400                END-STRING
005410            ELSE
005420                STRING "HELOALRM CLEARED: " DELIMITED BY SIZE
005430                    WS-COND-LABEL DELIMITED BY SPACE
005440                    " " DELIMITED BY SIZE
005450                    WS-COND-VALUE DELIMITED BY SPACE
005460                    " - BELOW " DELIMITED BY SIZE
005470                    FUNCTION TRIM(WS-ED-LIMIT) DELIMITED BY SIZE
005480                    " IN " DELIMITED BY SIZE
005490                    FUNCTION TRIM(WS-ED-WINDOW) DELIMITED BY SIZE
005500                    " MINS, PEAK " DELIMITED BY SIZE
005510                    FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
005520                    INTO WS-ALERT-TEXT
005530                END-STRING
005540            END-IF.
005550            EXEC CICS WRITE OPERATOR
005560                TEXT(WS-ALERT-TEXT)
005570                TEXTLENGTH(LENGTH OF WS-ALERT-TEXT)
005580                RESP(WS-RESP)
005590            END-EXEC.
005600            IF WS-RESP NOT = DFHRESP-NORMAL
005610                PERFORM 9900-LOG-ERROR
005620            END-IF.
005630            MOVE WS-NOW-DATE TO ALT-DATE.
005640            MOVE WS-NOW-TIME (1:6) TO ALT-TIME.
005650            MOVE WS-COND-TYPE TO ALT-COND-TYPE.
005660            MOVE WS-COND-VALUE TO ALT-COND-VALUE.
005670            MOVE WS-COND-COUNT TO ALT-COUNT.
005680            MOVE WS-COND-LIMIT TO ALT-LIMIT.
005690            MOVE ALM-WINDOW-MINS TO ALT-WINDOW-MINS.
005700            MOVE WS-ALERT-TEXT TO ALT-TEXT.
005710            EXEC CICS WRITEQ TD QUEUE("HALM")
005720                FROM(HELOALT-RECORD)
005730                LENGTH(LENGTH OF HELOALT-RECORD)
005740                RESP(WS-RESP)
005750            END-EXEC.
005760            IF WS-RESP NOT = DFHRESP-NORMAL
005770                PERFORM 9900-LOG-ERROR
005780            END-IF.
005790*
005800        9900-LOG-ERROR.
005810            MOVE EIBTRMID TO ERR-TRMID.
005820            MOVE EIBTASKN TO ERR-TASKN.
005830            MOVE EIBRESP  TO ERR-RESP.
005840            MOVE EIBRESP2 TO ERR-RESP2.
005850            EXEC CICS WRITEQ TS
005860                QUEUE("HELOERR")
005870                FROM(WS-ERROR-RECORD)
005880                LENGTH(LENGTH OF WS-ERROR-RECORD)
005890            END-EXEC.
005900            PERFORM 9950-WRITE-ERROR-HISTORY.
005910*
005920*     MIRROR THE HELOERR ENTRY TO THE PERMANENT HELOHIST KSDS,
005930*     EXACTLY AS HELLO'S 9200-WRITE-ERROR-HISTORY DOES - RESP/
005940*     RESP2 COME FROM WS-ERROR-RECORD BECAUSE THE ASKTIME HAS
005950*     ALREADY RESET THE EIB, AND A FAILING WRITE IS IGNORED SO
005960*     THE ERROR LOGGER CAN NEVER LOOP BACK INTO 9999-ERROR. ITS
005970*     OWN ABSTIME AREA KEEPS THE RUN'S NOW INTACT.
005980        9950-WRITE-ERROR-HISTORY.
005990            EXEC CICS ASKTIME
006000                ABSTIME(WS-LOG-ABSTIME)
006010            END-EXEC.
006020            EXEC CICS FORMATTIME
006030                ABSTIME(WS-LOG-ABSTIME)
006040                MMDDYY(HIST-DATE)
006050                TIME(HIST-TIME)
006060            END-EXEC.
006070            MOVE ERR-TRMID TO HIST-TRMID.
006080            MOVE ERR-TASKN TO HIST-TASKN.
006090            MOVE ERR-RESP  TO HIST-RESP.
006100            MOVE ERR-RESP2 TO HIST-RESP2.
006110            EXEC CICS WRITE FILE("HELOHIST")
006120                FROM(HELOHIST-RECORD)
006130                RIDFLD(HIST-KEY)
006140                RESP(WS-LOG-RESP)
006150            END-EXEC.
006160*
006170*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
006180*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN). THIS RUN'S
006190*     CHECK IS ABANDONED, BUT THE CHAIN IS KEPT GOING - A WATCH
006200*     THAT STOPS ON THE FIRST BROKEN FILE WOULD MISS EXACTLY THE
006210*     OUTAGE IT IS THERE FOR. ALARM STATE IS ONLY EVER REWRITTEN
006220*     WHOLE IN 4500, SO THE NEXT RUN STARTS FROM A CONSISTENT
006230*     RECORD.
006240        9999-ERROR.
006250            PERFORM 9900-LOG-ERROR.
006260            PERFORM 5000-SEND-SUMMARY.
006270            PERFORM 6000-SCHEDULE-NEXT-RUN.
006280            EXEC CICS RETURN
006290            END-EXEC.
