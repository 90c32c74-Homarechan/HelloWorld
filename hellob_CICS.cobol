000010*      HELLO ACCESS-CHANGE REQUEST
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELLOB.
000040*     MENU OPTION 2 OF THE HELLO SUITE, REACHED BY XCTL FROM
000050*     HELLO'S 6000-RECEIVE-CHOICE AND RE-ENTERED UNDER TRANSID
000060*     HELB. THE "MAKER" HALF OF THE ACCESS-CHANGE FLOW: A TEAM
000070*     LEAD (AUTH-GROUP ENT OR ABOVE) KEYS A REQUEST TO ADD,
000080*     CHANGE OR REMOVE A HELLOAUTH GRANT (GROUP AND SHIFT
000090*     WINDOW) OR AN OPERNAME TERMINAL ASSIGNMENT. THE REQUEST IS
000100*     EDITED AND FILED AS PENDING ON THE HELOREQ KSDS - NOTHING
000110*     IN HELLOAUTH OR OPERNAME CHANGES HERE. A DIFFERENT USER
000120*     APPROVES OR REJECTS IT UNDER HELLOC (MENU OPTION 3), SO NO
000130*     ONE PERSON CAN BOTH ASK FOR AND GRANT ACCESS. THE LOWER
000140*     HALF OF THE SCREEN SHOWS THE SIGNED-ON USER'S OWN RECENT
000150*     REQUESTS AND HOW EACH WAS DECIDED. PF5 CLEARS THE ENTRY,
000160*     PF3 HANDS BACK TO THE HELLO MENU.
000170        AUTHOR. ROBERT GOSLING.
000180 ENVIRONMENT DIVISION.
000190        DATA DIVISION.
000200        WORKING-STORAGE SECTION.
000210*
000220        COPY DFHAID.
000230        COPY DFHRESP.
000240*
000250        01  WS-RESP                 PIC S9(8) COMP VALUE 0.
000260*
000270*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000280*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000290        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000292*
000294*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000296*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000298        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000300*
000310        01  WS-DATE-AREA.
000320            05  WS-DATE             PIC X(8) VALUE SPACES.
000330            05  WS-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
000340*
000350        01  WS-USERID               PIC X(8) VALUE SPACES.
000360*
000370        01  WS-AUTH-SW              PIC X(1) VALUE "N".
000380            88  USER-AUTHORIZED     VALUE "Y".
000390            88  USER-NOT-AUTHORIZED VALUE "N".
000400*
000410*     SET BY 0680-CHECK-SHIFT-WINDOW WHEN THE OPERATOR'S
000420*     HELLOAUTH RECORD CARRIES A SHIFT WINDOW AND THE CLOCK IS
000430*     OUTSIDE IT, AS IN HELLO ITSELF - A DIRECT HELB ATTACH
000440*     GETS THE SAME ANSWER THE MENU WOULD HAVE GIVEN.
000450        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000460            88  USER-IN-WINDOW      VALUE "Y".
000464            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000468*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000472*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000476            88  USER-SITE-CLOSED    VALUE "C".
000480        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000490        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000493        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000496        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000500        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000510*
000520        01  WS-BROWSE-SW            PIC X(1) VALUE "N".
000530            88  WS-BROWSE-DONE      VALUE "Y".
000540*
000550*     MESSAGE CARRIED ONTO THE NEXT SCREEN PAINT - AN EDIT
000560*     FAILURE OR THE FILING RESULT.
000570        01  WS-REQ-MSG              PIC X(78) VALUE SPACES.
000580*
000590*     RESULT OF 5000-EDIT-REQUEST. THE FIRST FAILING CHECK SETS
000600*     THE MESSAGE AND THE LATER CHECKS ARE SKIPPED.
000610        01  WS-EDIT-SW              PIC X(1) VALUE "Y".
000620            88  REQ-EDIT-OK         VALUE "Y".
000630            88  REQ-EDIT-FAILED     VALUE "N".
000640        01  WS-EDIT-SUB             PIC S9(4) COMP VALUE 0.
000650*
000660*     REQUESTED AUTH-GROUP, EDITED AGAINST THE SAME LIST HELM
000670*     ACCEPTS. SPACES IS ACCEPTED - ON AN ADD IT MEANS GENERAL,
000680*     ON A CHANGE IT LEAVES THE GROUP AS IS.
000690        01  WS-EDIT-GROUP           PIC X(3) VALUE SPACES.
000700            88  EDIT-GROUP-VALID    VALUE 'GEN' '   ' 'ENT'
000710                                          'APR' 'ADM'.
000720*
000730*     SHIFT START OR END UNDER EDIT - FOUR DIGITS, HOURS 00-23,
000740*     MINUTES 00-59.
000750        01  WS-EDIT-HHMM.
000760            05  WS-EDIT-HH          PIC X(2).
000770            05  WS-EDIT-MM          PIC X(2).
000780*
000790*     A PENDING REQUEST RAISED MORE THAN THIS MANY DAYS AGO HAS
000800*     EXPIRED. HELLOC ENFORCES IT AND MARKS THE RECORD; HERE IT
000810*     ONLY DECIDES WHAT THE MAKER'S OWN LIST SHOWS, SO THE TWO
000820*     VALUES MUST BE KEPT THE SAME.
000830        01  WS-EXPIRE-DAYS          PIC S9(4) COMP VALUE 5.
000840        01  WS-EXPIRE-ABSTIME       PIC S9(15) COMP-3 VALUE 0.
000850        01  WS-EXPIRE-DATE          PIC X(8) VALUE SPACES.
000860*
000870        01  WS-REQ-SUB              PIC S9(4) COMP VALUE 0.
000880        01  WS-SHIFT-SUB            PIC S9(4) COMP VALUE 0.
000890*
000900*     ROLLING TABLE OF THE SIGNED-ON USER'S LAST SIX REQUESTS.
000910*     THE FORWARD BROWSE FEEDS EVERY ONE OF THEIR REQUESTS
000920*     THROUGH IT OLDEST-FIRST; WHEN IT IS FULL THE OLDEST ENTRY
000930*     FALLS OFF, AS WITH THE NOTE TABLE IN HELLOA.
000940        01  WS-REQ-MAX              PIC S9(4) COMP VALUE 0.
000950        01  WS-REQ-TABLE.
000960            05  WS-REQ-LINE         PIC X(78)
000970                                    OCCURS 6 TIMES.
000980*
000990*     ONE FORMATTED REQUEST LINE - WHEN RAISED (THE KEY HOLDS
001000*     YYYYMMDD/HHMMSS, SEE HELOREQ), WHAT WAS ASKED FOR, AND HOW
001010*     IT STANDS.
001020        01  WS-BL-LINE.
001030            05  WS-BL-MM            PIC X(2).
001040            05  FILLER              PIC X(1) VALUE "/".
001050            05  WS-BL-DD            PIC X(2).
001060            05  FILLER              PIC X(1) VALUE SPACE.
001070            05  WS-BL-HH            PIC X(2).
001080            05  FILLER              PIC X(1) VALUE ":".
001090            05  WS-BL-MIN           PIC X(2).
001100            05  FILLER              PIC X(1) VALUE SPACE.
001110            05  WS-BL-FILE          PIC X(4).
001120            05  FILLER              PIC X(1) VALUE SPACE.
001130            05  WS-BL-ACTION        PIC X(3).
001140            05  FILLER              PIC X(1) VALUE SPACE.
001150            05  WS-BL-TARGET        PIC X(8).
001160            05  FILLER              PIC X(1) VALUE SPACE.
001170            05  WS-BL-STATUS        PIC X(8).
001180            05  FILLER              PIC X(1) VALUE SPACE.
001190            05  WS-BL-CHECKER       PIC X(8).
001200            05  FILLER              PIC X(1) VALUE SPACE.
001210            05  WS-BL-REASON        PIC X(30).
001220*
001230*     TS QUEUE ERROR LOG RECORD - SAME HELOERR QUEUE AND LAYOUT
001240*     THE REST OF THE SUITE WRITES TO, SO ALL SUITE ERRORS SHOW
001250*     UP IN ONE PLACE.
001260        01  WS-ERROR-RECORD.
001270            05  ERR-TRMID            PIC X(4).
001280            05  ERR-TASKN            PIC S9(7) COMP-3.
001290            05  ERR-RESP             PIC S9(8) COMP.
001300            05  ERR-RESP2            PIC S9(8) COMP.
001310*
001320*     VSAM KSDS RECORD LAYOUT - USERS AUTHORIZED TO RUN HELLO
001330        COPY HELLOAUTH.
001340*
001350*     VSAM KSDS RECORD LAYOUT - OPERATOR DISPLAY NAME/LANGUAGE
001360        COPY OPERNAM.
001370*
001380*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001390        COPY HELOHIST.
001392*
001394*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001396        COPY HELOSEC.
001397*
001398*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001399        COPY HELOCAL.
001400*
001410*     VSAM KSDS RECORD LAYOUT - ACCESS-CHANGE REQUESTS
001420        COPY HELOREQ.
001430*
001440*     WORKING COPY OF THE COMMAREA, BUILT BEFORE EACH RETURN
001450        COPY HELOBCA REPLACING HELLOB-COMMAREA BY WS-COMMAREA.
001460*
001470        COPY HELLOBM.
001480*
001490        LINKAGE SECTION.
001500*
001510        COPY HELOBCA REPLACING HELLOB-COMMAREA BY DFHCOMMAREA.
001520*
001530        PROCEDURE DIVISION.
001540*
001550        0000-MAIN.
001560            EXEC CICS HANDLE CONDITION
001570                ERROR(9999-ERROR)
001580            END-EXEC.
001590            EXEC CICS HANDLE ABEND
001600                LABEL(9999-ERROR)
001610            END-EXEC.
001620            EXEC CICS ASSIGN
001630                USERID(WS-USERID)
001640            END-EXEC.
001650            PERFORM 0600-CHECK-AUTHORIZED.
001660            IF USER-NOT-AUTHORIZED
001670                PERFORM 0700-SEND-NOT-AUTHORIZED
001680                EXEC CICS RETURN
001690                END-EXEC
001700            ELSE
001710            IF USER-OUTSIDE-HOURS
001720                PERFORM 0750-SEND-OUTSIDE-HOURS
001730                EXEC CICS RETURN
001740                END-EXEC
001750            ELSE
001760                IF EIBCALEN = 0
001770                    MOVE SPACES TO WS-COMMAREA
001780                    PERFORM 4000-SEND-REQUEST-SCREEN
001790                ELSE
001800                    PERFORM 0100-PICK-UP-COMMAREA
001810                    IF CA-ST-REQUEST OF WS-COMMAREA
001820                        PERFORM 6000-RECEIVE-REQUEST
001830                    ELSE
001840                        PERFORM 4000-SEND-REQUEST-SCREEN
001850                    END-IF
001860                END-IF
001870            END-IF
001880            END-IF.
001890*
001900*     THE MENU XCTL HANDS OVER HELLO'S SHORTER COMMAREA (SEE
001910*     HELOBCA - THE LEADING FIELDS MIRROR HELLOCA), SO ONLY THE
001920*     BYTES THAT ACTUALLY ARRIVED ARE PICKED UP AND THE REQUEST
001930*     ENTRY FIELDS STAY CLEARED.
001940        0100-PICK-UP-COMMAREA.
001950            MOVE SPACES TO WS-COMMAREA.
001960            IF EIBCALEN < LENGTH OF WS-COMMAREA
001970                MOVE DFHCOMMAREA (1:EIBCALEN)
001980                    TO WS-COMMAREA (1:EIBCALEN)
001990            ELSE
002000                MOVE DFHCOMMAREA TO WS-COMMAREA
002010            END-IF.
002020*
002030*     RAISING A REQUEST IS MENU OPTION 2, SO THE SAME GROUPS
002040*     HELLO'S 0650-SET-OPTION-AUTH ENTITLES TO IT - ENTRY,
002050*     APPROVER AND ADMIN - ARE ADMITTED HERE. GENERAL IS NOT.
002060        0600-CHECK-AUTHORIZED.
002070            MOVE SPACES TO HELLOAUTH-RECORD.
002080            MOVE WS-USERID TO AUTH-USERID.
002090            EXEC CICS READ FILE("HELLOAUTH")
002100                INTO(HELLOAUTH-RECORD)
002110                RIDFLD(AUTH-USERID)
002120                RESP(WS-RESP)
002130            END-EXEC.
002140            IF WS-RESP = DFHRESP-NORMAL
002150                IF AUTH-GRP-ENTRY
002160                    OR AUTH-GRP-APPROVER
002170                    OR AUTH-GRP-ADMIN
002180                    SET USER-AUTHORIZED TO TRUE
002190                    PERFORM 0680-CHECK-SHIFT-WINDOW
002200                ELSE
002210                    SET USER-NOT-AUTHORIZED TO TRUE
002220                END-IF
002230            ELSE
002240                SET USER-NOT-AUTHORIZED TO TRUE
002250                IF WS-RESP NOT = DFHRESP-NOTFND
002260                    PERFORM 9900-LOG-ERROR
002270                END-IF
002280            END-IF.
002290*
002292*     A HELLOAUTH RECORD WAS READ (WS-RESP NORMAL) BUT ITS GROUP
002294*     DOES NOT COVER THIS TRANSACTION - OTHERWISE THERE WAS NO
002296*     GRANT AT ALL.
002300        0700-SEND-NOT-AUTHORIZED.
002301            MOVE SPACES TO HELOSEC-RECORD.
002302            IF WS-RESP = DFHRESP-NORMAL
002303                SET SEC-WRONG-GROUP TO TRUE
002304            ELSE
002305                SET SEC-NO-GRANT TO TRUE
002306            END-IF.
002307            PERFORM 9700-WRITE-SECURITY-EVENT.
002310            MOVE LOW-VALUES TO HELBDO.
002320            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
002330                TO BMSGO.
002340            EXEC CICS SEND MAP("HELBD")
002350                MAPSET("HELLOBM")
002360                FROM(HELBDO)
002370                ERASE
002380            END-EXEC.
002390*
002400*     ENFORCE THE SHIFT WINDOW ON THE OPERATOR'S HELLOAUTH
002410*     RECORD, EXACTLY AS HELLO'S OWN 0680 DOES - AUTH-DAYS OF
002420*     SPACES (EVERY PRE-WINDOW RECORD) MEANS NO RESTRICTION,
002430*     AND AN END TIME BEFORE THE START WRAPS PAST MIDNIGHT.
002440        0680-CHECK-SHIFT-WINDOW.
002450            SET USER-IN-WINDOW TO TRUE.
002460            IF AUTH-DAYS NOT = SPACES
002470                EXEC CICS ASKTIME
002480                    ABSTIME(WS-ABSTIME)
002490                END-EXEC
002500                EXEC CICS FORMATTIME
002510                    ABSTIME(WS-ABSTIME)
002520                    TIME(WS-CHK-TIME)
002530                    DAYOFWEEK(WS-CHK-DOW)
002540                END-EXEC
002550                COMPUTE WS-DOW-SUB = WS-CHK-DOW + 1
002560                IF AUTH-DAYS (WS-DOW-SUB:1) NOT = "Y"
002570                    SET USER-OUTSIDE-HOURS TO TRUE
002580                ELSE
002590                    IF AUTH-START NOT = SPACES
002600                        AND AUTH-END NOT = SPACES
002610                        IF AUTH-START <= AUTH-END
002620                            IF WS-CHK-TIME (1:4) < AUTH-START
002630                                OR WS-CHK-TIME (1:4) > AUTH-END
002640                                SET USER-OUTSIDE-HOURS TO TRUE
002650                            END-IF
002660                        ELSE
002670                            IF WS-CHK-TIME (1:4) < AUTH-START
002680                                AND WS-CHK-TIME (1:4) > AUTH-END
002690                                SET USER-OUTSIDE-HOURS TO TRUE
002700                            END-IF
002710                        END-IF
002720                    END-IF
002730                END-IF
002740            END-IF.
002742            IF NOT AUTH-GRP-ADMIN
002744                PERFORM 0690-CHECK-SITE-CLOSED
002746            END-IF.
002750*
002752*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
002754*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
002756*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
002758*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
002760*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
002762        0690-CHECK-SITE-CLOSED.
002764            EXEC CICS ASKTIME
002766                ABSTIME(WS-ABSTIME)
002768            END-EXEC.
002770            EXEC CICS FORMATTIME
002772                ABSTIME(WS-ABSTIME)
002774                YYYYMMDD(WS-CHK-DATE)
002776            END-EXEC.
002778            MOVE SPACES TO HELOCAL-RECORD.
002780            MOVE WS-CHK-DATE TO CAL-DATE.
002782            EXEC CICS READ FILE("HELOCAL")
002784                INTO(HELOCAL-RECORD)
002786                RIDFLD(CAL-DATE)
002788                RESP(WS-CAL-RESP)
002790            END-EXEC.
002792            IF WS-CAL-RESP = DFHRESP-NORMAL
002794                IF CAL-CLOSURE
002796                    SET USER-SITE-CLOSED TO TRUE
002798                END-IF
002800            ELSE
002802                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
002804                    PERFORM 9900-LOG-ERROR
002806                END-IF
002808            END-IF.
002810*
002812        0750-SEND-OUTSIDE-HOURS.
002814            MOVE SPACES TO HELOSEC-RECORD.
002816            IF USER-SITE-CLOSED
002818                SET SEC-SITE-CLOSED TO TRUE
002820            ELSE
002822                SET SEC-OUTSIDE-WINDOW TO TRUE
002824            END-IF.
002826            PERFORM 9700-WRITE-SECURITY-EVENT.
002828            MOVE LOW-VALUES TO HELBDO.
002830            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
002832                TO BMSGO.
002834            IF USER-SITE-CLOSED
002836                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO BMSGO
002838            END-IF.
002840            EXEC CICS SEND MAP("HELBD")
002842                MAPSET("HELLOBM")
002844                FROM(HELBDO)
002846                ERASE
002848            END-EXEC.
002850*
002860        1100-BUILD-DATE.
002870            EXEC CICS ASKTIME
002880                ABSTIME(WS-ABSTIME)
002890            END-EXEC.
002900            EXEC CICS FORMATTIME
002910                ABSTIME(WS-ABSTIME)
002920                MMDDYY(WS-DATE)
002930            END-EXEC.
002940*
002950*     OLDEST RAISE DATE STILL INSIDE THE EXPIRY WINDOW, AS
002960*     YYYYMMDD TO COMPARE WITH REQ-DATE. ABSTIME COUNTS
002970*     MILLISECONDS, SO THE WINDOW IS TAKEN OFF IN WHOLE DAYS OF
002980*     86,400,000. RUNS AFTER 1100, WHICH SETS WS-ABSTIME.
002990        1200-BUILD-EXPIRE-DATE.
003000            COMPUTE WS-EXPIRE-ABSTIME =
003010                WS-ABSTIME - (WS-EXPIRE-DAYS * 86400000).
003020            EXEC CICS FORMATTIME
003030                ABSTIME(WS-EXPIRE-ABSTIME)
003040                YYYYMMDD(WS-EXPIRE-DATE)
003050            END-EXEC.
003060*
003070*     FILL THE REQUEST TABLE WITH THE LAST SIX REQUESTS THIS
003080*     USER RAISED. HELOREQ IS KEYED BY RAISE TIME, NOT BY MAKER,
003090*     SO THE WHOLE FILE IS BROWSED - IT HOLDS ONE SMALL RECORD
003100*     PER ACCESS CHANGE, NOT PER TRANSACTION.
003110        3000-BUILD-REQUEST-LINES.
003120            MOVE 0 TO WS-REQ-MAX.
003130            MOVE "N" TO WS-BROWSE-SW.
003140            MOVE LOW-VALUES TO REQ-KEY.
003150            EXEC CICS STARTBR FILE("HELOREQ")
003160                RIDFLD(REQ-KEY)
003170                GTEQ
003180                RESP(WS-RESP)
003190            END-EXEC.
003200            IF WS-RESP = DFHRESP-NORMAL
003210                PERFORM 3100-COLLECT-REQUEST
003220                    UNTIL WS-BROWSE-DONE
003230                EXEC CICS ENDBR FILE("HELOREQ")
003240                    RESP(WS-RESP)
003250                END-EXEC
003260            ELSE
003270                IF WS-RESP NOT = DFHRESP-NOTFND
003280                    PERFORM 9900-LOG-ERROR
003290                END-IF
003300            END-IF.
003310*
003320        3100-COLLECT-REQUEST.
003330            EXEC CICS READNEXT FILE("HELOREQ")
003340                INTO(HELOREQ-RECORD)
003350                RIDFLD(REQ-KEY)
003360                RESP(WS-RESP)
003370            END-EXEC.
003380            EVALUATE WS-RESP
003390                WHEN DFHRESP-NORMAL
003400                    IF REQ-MAKER = WS-USERID
003410                        PERFORM 3200-ADD-REQUEST-TO-TABLE
003420                    END-IF
003430                WHEN DFHRESP-ENDFILE
003440                    SET WS-BROWSE-DONE TO TRUE
003450                WHEN OTHER
003460                    PERFORM 9900-LOG-ERROR
003470                    SET WS-BROWSE-DONE TO TRUE
003480            END-EVALUATE.
003490*
003500        3200-ADD-REQUEST-TO-TABLE.
003510            IF WS-REQ-MAX < 6
003520                ADD 1 TO WS-REQ-MAX
003530            ELSE
003540                PERFORM 3220-SHIFT-REQUEST-ENTRY
003550                    VARYING WS-SHIFT-SUB FROM 1 BY 1
003560                    UNTIL WS-SHIFT-SUB > 5
003570            END-IF.
003580            PERFORM 3250-FORMAT-REQUEST-LINE.
003590            MOVE WS-BL-LINE TO WS-REQ-LINE (WS-REQ-MAX).
003600*
003610        3220-SHIFT-REQUEST-ENTRY.
003620            MOVE WS-REQ-LINE (WS-SHIFT-SUB + 1)
003630                TO WS-REQ-LINE (WS-SHIFT-SUB).
003640*
003650*     A REQUEST STILL PENDING BUT PAST THE EXPIRY WINDOW SHOWS
003660*     AS EXPIRED EVEN BEFORE HELLOC GETS ROUND TO MARKING IT -
003670*     IT CAN NO LONGER BE APPROVED EITHER WAY.
003680        3250-FORMAT-REQUEST-LINE.
003690            MOVE REQ-DATE (5:2) TO WS-BL-MM.
003700            MOVE REQ-DATE (7:2) TO WS-BL-DD.
003710            MOVE REQ-TIME (1:2) TO WS-BL-HH.
003720            MOVE REQ-TIME (3:2) TO WS-BL-MIN.
003730            IF REQ-FILE-AUTH
003740                MOVE "AUTH" TO WS-BL-FILE
003750            ELSE
003760                MOVE "OPER" TO WS-BL-FILE
003770            END-IF.
003780            EVALUATE TRUE
003790                WHEN REQ-ACT-ADD
003800                    MOVE "ADD" TO WS-BL-ACTION
003810                WHEN REQ-ACT-CHANGE
003820                    MOVE "CHG" TO WS-BL-ACTION
003830                WHEN OTHER
003840                    MOVE "DEL" TO WS-BL-ACTION
003850            END-EVALUATE.
003860            MOVE REQ-TARGET TO WS-BL-TARGET.
003870            EVALUATE TRUE
003880                WHEN REQ-ST-PENDING
003890                    IF REQ-DATE < WS-EXPIRE-DATE
003900                        MOVE "EXPIRED" TO WS-BL-STATUS
003910                    ELSE
003920                        MOVE "PENDING" TO WS-BL-STATUS
003930                    END-IF
003940                WHEN REQ-ST-APPROVED
003950                    MOVE "APPROVED" TO WS-BL-STATUS
003960                WHEN REQ-ST-REJECTED
003970                    MOVE "REJECTED" TO WS-BL-STATUS
003980                WHEN OTHER
003990                    MOVE "EXPIRED" TO WS-BL-STATUS
004000            END-EVALUATE.
004010            MOVE REQ-CHECKER TO WS-BL-CHECKER.
004020            MOVE REQ-REASON TO WS-BL-REASON.
004030*
004040*     THE TABLE HOLDS THE REQUESTS OLDEST-FIRST; THE SCREEN
004050*     SHOWS THEM NEWEST-FIRST, SO THE LINES ARE MOVED IN REVERSE.
004060        3300-MOVE-REQUEST-LINES.
004070            EVALUATE WS-REQ-MAX - WS-REQ-SUB + 1
004080                WHEN 1
004090                    MOVE WS-REQ-LINE (WS-REQ-SUB) TO BR01O
004100                WHEN 2
004110                    MOVE WS-REQ-LINE (WS-REQ-SUB) TO BR02O
004120                WHEN 3
004130                    MOVE WS-REQ-LINE (WS-REQ-SUB) TO BR03O
004140                WHEN 4
004150                    MOVE WS-REQ-LINE (WS-REQ-SUB) TO BR04O
004160                WHEN 5
004170                    MOVE WS-REQ-LINE (WS-REQ-SUB) TO BR05O
004180                WHEN 6
004190                    MOVE WS-REQ-LINE (WS-REQ-SUB) TO BR06O
004200            END-EVALUATE.
004210*
004220*     PAINT THE REQUEST SCREEN - THE ENTRY FIELDS FROM THE
004230*     COMMAREA (SO A REQUEST SENT BACK FOR A CORRECTION KEEPS
004240*     WHAT WAS KEYED), THE USER'S OWN RECENT REQUESTS BELOW -
004250*     AND RETURN PSEUDO-CONVERSATIONALLY UNDER HELB.
004260        4000-SEND-REQUEST-SCREEN.
004270            PERFORM 1100-BUILD-DATE.
004280            PERFORM 1200-BUILD-EXPIRE-DATE.
004290            PERFORM 3000-BUILD-REQUEST-LINES.
004300            MOVE LOW-VALUES TO HELBDO.
004310            MOVE WS-DATE TO BDATEO.
004320            IF WS-REQ-MSG NOT = SPACES
004330                MOVE WS-REQ-MSG TO BMSGO
004340                MOVE SPACES TO WS-REQ-MSG
004350            ELSE
004360                MOVE "KEY THE CHANGE - AN APPROVER MUST AGREE"
004370                    TO BMSGO
004380            END-IF.
004390            MOVE CA-REQ-FILE OF WS-COMMAREA TO BFILEO.
004400            MOVE CA-REQ-ACTION OF WS-COMMAREA TO BACTO.
004410            MOVE CA-REQ-TARGET OF WS-COMMAREA TO BKEYO.
004420            MOVE CA-REQ-NAME OF WS-COMMAREA TO BNAMEO.
004430            MOVE CA-REQ-GROUP OF WS-COMMAREA TO BGRPO.
004440            MOVE CA-REQ-DAYS OF WS-COMMAREA TO BDAYSO.
004450            MOVE CA-REQ-START OF WS-COMMAREA TO BSTRTO.
004460            MOVE CA-REQ-END OF WS-COMMAREA TO BENDO.
004470            MOVE CA-REQ-LANG-CD OF WS-COMMAREA TO BLANGO.
004480            PERFORM 3300-MOVE-REQUEST-LINES
004490                VARYING WS-REQ-SUB FROM 1 BY 1
004500                UNTIL WS-REQ-SUB > WS-REQ-MAX.
004510            EXEC CICS SEND MAP("HELBD")
004520                MAPSET("HELLOBM")
004530                FROM(HELBDO)
004540                ERASE
004550            END-EXEC.
004560            SET CA-ST-REQUEST OF WS-COMMAREA TO TRUE.
004570            EXEC CICS RETURN
004580                TRANSID("HELB")
004590                COMMAREA(WS-COMMAREA)
004600                LENGTH(LENGTH OF WS-COMMAREA)
004610            END-EXEC.
004620*
004630*     EDIT THE REQUEST IN THE COMMAREA. EACH CHECK RUNS ONLY
004640*     WHILE THE ONES BEFORE IT HAVE PASSED, SO THE OPERATOR SEES
004650*     THE FIRST PROBLEM, FIXES IT AND PRESSES ENTER AGAIN.
004660        5000-EDIT-REQUEST.
004670            SET REQ-EDIT-OK TO TRUE.
004680            IF CA-REQ-FILE OF WS-COMMAREA NOT = "A"
004690                AND CA-REQ-FILE OF WS-COMMAREA NOT = "O"
004700                SET REQ-EDIT-FAILED TO TRUE
004710                MOVE "FILE MUST BE A (HELLOAUTH) OR O (OPERNAME)"
004720                    TO WS-REQ-MSG
004730            END-IF.
004740            IF REQ-EDIT-OK
004750                AND CA-REQ-ACTION OF WS-COMMAREA NOT = "A"
004760                AND CA-REQ-ACTION OF WS-COMMAREA NOT = "C"
004770                AND CA-REQ-ACTION OF WS-COMMAREA NOT = "D"
004780                SET REQ-EDIT-FAILED TO TRUE
004790                MOVE "INVALID ACTION - USE A, C OR D"
004800                    TO WS-REQ-MSG
004810            END-IF.
004820            IF REQ-EDIT-OK
004830                AND CA-REQ-TARGET OF WS-COMMAREA = SPACES
004840                SET REQ-EDIT-FAILED TO TRUE
004850                MOVE "USERID OR TERMINAL ID IS REQUIRED"
004860                    TO WS-REQ-MSG
004870            END-IF.
004880            IF REQ-EDIT-OK
004890                IF CA-REQ-FILE OF WS-COMMAREA = "A"
004900                    PERFORM 5100-EDIT-AUTH-FIELDS
004910                ELSE
004920                    PERFORM 5150-EDIT-OPER-FIELDS
004930                END-IF
004940            END-IF.
004950            IF REQ-EDIT-OK
004960                PERFORM 5300-CHECK-TARGET
004970            END-IF.
004980*
004990*     GROUP AND SHIFT WINDOW FOR A HELLOAUTH REQUEST, EDITED TO
005000*     THE RULES IN THE HELLOAUTH COPYBOOK. A REMOVAL CARRIES NO
005010*     VALUES, SO THERE IS NOTHING TO EDIT.
005020        5100-EDIT-AUTH-FIELDS.
005030            IF CA-REQ-ACTION OF WS-COMMAREA NOT = "D"
005040                MOVE CA-REQ-GROUP OF WS-COMMAREA TO WS-EDIT-GROUP
005050                IF NOT EDIT-GROUP-VALID
005060                    SET REQ-EDIT-FAILED TO TRUE
005070                    MOVE "GROUP MUST BE GEN, ENT, APR OR ADM"
005080                        TO WS-REQ-MSG
005090                END-IF
005100                IF REQ-EDIT-OK
005110                    AND CA-REQ-DAYS OF WS-COMMAREA NOT = SPACES
005120                    PERFORM 5110-EDIT-DAY
005130                        VARYING WS-EDIT-SUB FROM 1 BY 1
005140                        UNTIL WS-EDIT-SUB > 7
005150                    IF REQ-EDIT-FAILED
005160                        MOVE "DAYS MUST BE 7 Y/N FLAGS, SUN FIRST"
005170                            TO WS-REQ-MSG
005180                    END-IF
005190                END-IF
005200                IF REQ-EDIT-OK
005210                    AND CA-REQ-START OF WS-COMMAREA NOT = SPACES
005220                    MOVE CA-REQ-START OF WS-COMMAREA
005230                        TO WS-EDIT-HHMM
005240                    PERFORM 5120-EDIT-HHMM
005250                    IF REQ-EDIT-FAILED
005260                        MOVE "SHIFT START MUST BE A VALID HHMM"
005270                            TO WS-REQ-MSG
005280                    END-IF
005290                END-IF
005300                IF REQ-EDIT-OK
005310                    AND CA-REQ-END OF WS-COMMAREA NOT = SPACES
005320                    MOVE CA-REQ-END OF WS-COMMAREA TO WS-EDIT-HHMM
005330                    PERFORM 5120-EDIT-HHMM
005340                    IF REQ-EDIT-FAILED
005350                        MOVE "SHIFT END MUST BE A VALID HHMM"
005360                            TO WS-REQ-MSG
005370                    END-IF
005380                END-IF
005390                IF REQ-EDIT-OK
005400                    PERFORM 5130-EDIT-WINDOW-PAIR
005410                END-IF
005420                IF REQ-EDIT-OK
005430                    AND CA-REQ-ACTION OF WS-COMMAREA = "A"
005440                    AND CA-REQ-START OF WS-COMMAREA NOT = SPACES
005450                    AND CA-REQ-DAYS OF WS-COMMAREA = SPACES
005460                    SET REQ-EDIT-FAILED TO TRUE
005470                    MOVE "A SHIFT WINDOW NEEDS THE DAYS ALLOWED"
005480                        TO WS-REQ-MSG
005490                END-IF
005500                IF REQ-EDIT-OK
005510                    AND CA-REQ-ACTION OF WS-COMMAREA = "C"
005520                    AND CA-REQ-NAME OF WS-COMMAREA = SPACES
005530                    AND CA-REQ-GROUP OF WS-COMMAREA = SPACES
005540                    AND CA-REQ-DAYS OF WS-COMMAREA = SPACES
005550                    AND CA-REQ-START OF WS-COMMAREA = SPACES
005560                    SET REQ-EDIT-FAILED TO TRUE
005570                    MOVE "NOTHING TO CHANGE - KEY THE NEW VALUES"
005580                        TO WS-REQ-MSG
005590                END-IF
005600            END-IF.
005610*
005620        5110-EDIT-DAY.
005630            IF CA-REQ-DAYS OF WS-COMMAREA (WS-EDIT-SUB:1)
005640                    NOT = "Y"
005650                AND CA-REQ-DAYS OF WS-COMMAREA (WS-EDIT-SUB:1)
005660                    NOT = "N"
005670                SET REQ-EDIT-FAILED TO TRUE
005680            END-IF.
005690*
005700        5120-EDIT-HHMM.
005710            IF WS-EDIT-HHMM NOT NUMERIC
005720                OR WS-EDIT-HH > "23"
005730                OR WS-EDIT-MM > "59"
005740                SET REQ-EDIT-FAILED TO TRUE
005750            END-IF.
005760*
005770*     A WINDOW NEEDS BOTH ENDS - ONE WITHOUT THE OTHER IS
005780*     REFUSED RATHER THAN GUESSED AT.
005790        5130-EDIT-WINDOW-PAIR.
005800            IF CA-REQ-START OF WS-COMMAREA = SPACES
005810                AND CA-REQ-END OF WS-COMMAREA NOT = SPACES
005820                SET REQ-EDIT-FAILED TO TRUE
005830            END-IF.
005840            IF CA-REQ-START OF WS-COMMAREA NOT = SPACES
005850                AND CA-REQ-END OF WS-COMMAREA = SPACES
005860                SET REQ-EDIT-FAILED TO TRUE
005870            END-IF.
005880            IF REQ-EDIT-FAILED
005890                MOVE "GIVE BOTH SHIFT START AND END, OR NEITHER"
005900                    TO WS-REQ-MSG
005910            END-IF.
005920*
005930*     OPERNAME IS KEYED BY A FOUR-BYTE TERMINAL ID.
005940        5150-EDIT-OPER-FIELDS.
005950            IF CA-REQ-TARGET OF WS-COMMAREA (5:4) NOT = SPACES
005960                SET REQ-EDIT-FAILED TO TRUE
005970                MOVE "TERMINAL ID IS FOUR CHARACTERS"
005980                    TO WS-REQ-MSG
005990            END-IF.
006000            IF REQ-EDIT-OK
006010                AND CA-REQ-ACTION OF WS-COMMAREA = "C"
006020                AND CA-REQ-NAME OF WS-COMMAREA = SPACES
006030                AND CA-REQ-LANG-CD OF WS-COMMAREA = SPACES
006040                SET REQ-EDIT-FAILED TO TRUE
006050                MOVE "NOTHING TO CHANGE - KEY THE NEW VALUES"
006060                    TO WS-REQ-MSG
006070            END-IF.
006080*
006090*     CATCH THE OBVIOUS MISTAKE NOW RATHER THAN AT APPROVAL - AN
006100*     ADD FOR A RECORD THAT IS ALREADY THERE, OR A CHANGE OR
006110*     REMOVAL OF ONE THAT IS NOT. HELLOC CHECKS AGAIN WHEN IT
006120*     APPLIES THE CHANGE, SINCE THE FILE CAN MOVE IN BETWEEN.
006130        5300-CHECK-TARGET.
006140            IF CA-REQ-FILE OF WS-COMMAREA = "A"
006150                MOVE SPACES TO HELLOAUTH-RECORD
006160                MOVE CA-REQ-TARGET OF WS-COMMAREA TO AUTH-USERID
006170                EXEC CICS READ FILE("HELLOAUTH")
006180                    INTO(HELLOAUTH-RECORD)
006190                    RIDFLD(AUTH-USERID)
006200                    RESP(WS-RESP)
006210                END-EXEC
006220            ELSE
006230                MOVE CA-REQ-TARGET OF WS-COMMAREA (1:4) TO OPN-KEY
006240                EXEC CICS READ FILE("OPERNAME")
006250                    INTO(OPERNAME-RECORD)
006260                    RIDFLD(OPN-KEY)
006270                    RESP(WS-RESP)
006280                END-EXEC
006290            END-IF.
006300            EVALUATE WS-RESP
006310                WHEN DFHRESP-NORMAL
006320                    IF CA-REQ-ACTION OF WS-COMMAREA = "A"
006330                        SET REQ-EDIT-FAILED TO TRUE
006340                        MOVE "RECORD ALREADY EXISTS - USE CHANGE"
006350                            TO WS-REQ-MSG
006360                    END-IF
006370                WHEN DFHRESP-NOTFND
006380                    IF CA-REQ-ACTION OF WS-COMMAREA NOT = "A"
006390                        SET REQ-EDIT-FAILED TO TRUE
006400                        MOVE "RECORD NOT FOUND" TO WS-REQ-MSG
006410                    END-IF
006420                WHEN OTHER
006430                    PERFORM 9900-LOG-ERROR
006440                    SET REQ-EDIT-FAILED TO TRUE
006450                    MOVE "READ FAILED - CONTACT THE HELP DESK"
006460                        TO WS-REQ-MSG
006470            END-EVALUATE.
006480*
006490*     FILE THE EDITED REQUEST AS PENDING. THE KEY IS THE RAISE
006500*     TIME PLUS THIS TERMINAL, SO TWO LEADS FILING IN THE SAME
006510*     SECOND FROM DIFFERENT TERMINALS DO NOT COLLIDE. A REMOVAL
006520*     CARRIES NO VALUES.
006530        5500-WRITE-REQUEST.
006540            MOVE SPACES TO HELOREQ-RECORD.
006550            EXEC CICS ASKTIME
006560                ABSTIME(WS-ABSTIME)
006570            END-EXEC.
006580            EXEC CICS FORMATTIME
006590                ABSTIME(WS-ABSTIME)
006600                YYYYMMDD(REQ-DATE)
006610                TIME(REQ-TIME)
006620            END-EXEC.
006630            MOVE EIBTRMID TO REQ-TRMID.
006640            SET REQ-ST-PENDING TO TRUE.
006650            MOVE CA-REQ-FILE OF WS-COMMAREA TO REQ-FILE.
006660            MOVE CA-REQ-ACTION OF WS-COMMAREA TO REQ-ACTION.
006670            MOVE CA-REQ-TARGET OF WS-COMMAREA TO REQ-TARGET.
006680            IF NOT REQ-ACT-DELETE
006690                MOVE CA-REQ-NAME OF WS-COMMAREA TO REQ-NAME
006700                IF REQ-FILE-AUTH
006710                    MOVE CA-REQ-GROUP OF WS-COMMAREA TO REQ-GROUP
006720                    MOVE CA-REQ-DAYS OF WS-COMMAREA TO REQ-DAYS
006730                    MOVE CA-REQ-START OF WS-COMMAREA TO REQ-START
006740                    MOVE CA-REQ-END OF WS-COMMAREA TO REQ-END
006750                ELSE
006760                    MOVE CA-REQ-LANG-CD OF WS-COMMAREA
006770                        TO REQ-LANG-CD
006780                END-IF
006790            END-IF.
006800            MOVE WS-USERID TO REQ-MAKER.
006810            EXEC CICS WRITE FILE("HELOREQ")
006820                FROM(HELOREQ-RECORD)
006830                RIDFLD(REQ-KEY)
006840                RESP(WS-RESP)
006850            END-EXEC.
006860            EVALUATE WS-RESP
006870                WHEN DFHRESP-NORMAL
006880                    MOVE "REQUEST FILED - AWAITING APPROVAL"
006890                        TO WS-REQ-MSG
006900                    MOVE SPACES TO CA-REQ-ENTRY OF WS-COMMAREA
006910                WHEN DFHRESP-DUPKEY
006920                    MOVE "ANOTHER REQUEST THIS SECOND - RETRY"
006930                        TO WS-REQ-MSG
006940                WHEN OTHER
006950                    PERFORM 9900-LOG-ERROR
006960                    MOVE "SAVE FAILED - CONTACT THE HELP DESK"
006970                        TO WS-REQ-MSG
006980            END-EVALUATE.
006990*
007000        6000-RECEIVE-REQUEST.
007010            MOVE LOW-VALUES TO HELBDI.
007020            EXEC CICS RECEIVE MAP("HELBD")
007030                MAPSET("HELLOBM")
007040                INTO(HELBDI)
007050                RESP(WS-RESP)
007060            END-EXEC.
007070            IF WS-RESP NOT = DFHRESP-NORMAL
007080                AND WS-RESP NOT = DFHRESP-MAPFAIL
007090                PERFORM 9900-LOG-ERROR
007100            END-IF.
007110*     BACK TO THE MENU WITH NO COMMAREA - HELLO'S EIBCALEN = 0
007120*     PATH REBUILDS THE GREETING AND MENU FROM ITS OWN FILES.
007130            IF EIBAID = DFHPF3
007140                EXEC CICS XCTL PROGRAM("HELLO")
007150                END-EXEC
007160            END-IF.
007170            IF EIBAID = DFHPF5
007180                MOVE SPACES TO CA-REQ-ENTRY OF WS-COMMAREA
007190                MOVE "ENTRY CLEARED" TO WS-REQ-MSG
007200                PERFORM 4000-SEND-REQUEST-SCREEN
007210            END-IF.
007220            PERFORM 6100-MERGE-REQUEST-INPUT.
007230            PERFORM 5000-EDIT-REQUEST.
007240            IF REQ-EDIT-OK
007250                PERFORM 5500-WRITE-REQUEST
007260            END-IF.
007270            PERFORM 4000-SEND-REQUEST-SCREEN.
007280*
007290*     FRSET ON THE MAPSET MEANS AN UNTOUCHED FIELD COMES BACK AS
007300*     LOW-VALUES EVEN THOUGH THE VALUE PAINTED FROM THE COMMAREA
007310*     IS STILL ON THE SCREEN, SO ONLY A FIELD THE OPERATOR
007320*     ACTUALLY KEYED REPLACES WHAT THE COMMAREA HOLDS.
007330        6100-MERGE-REQUEST-INPUT.
007340            IF BFILEI NOT = LOW-VALUES
007350                MOVE BFILEI TO CA-REQ-FILE OF WS-COMMAREA
007360            END-IF.
007370            IF BACTI NOT = LOW-VALUES
007380                MOVE BACTI TO CA-REQ-ACTION OF WS-COMMAREA
007390            END-IF.
007400            IF BKEYI NOT = LOW-VALUES
007410                MOVE BKEYI TO CA-REQ-TARGET OF WS-COMMAREA
007420            END-IF.
007430            IF BNAMEI NOT = LOW-VALUES
007440                MOVE BNAMEI TO CA-REQ-NAME OF WS-COMMAREA
007450            END-IF.
007460            IF BGRPI NOT = LOW-VALUES
007470                MOVE BGRPI TO CA-REQ-GROUP OF WS-COMMAREA
007480            END-IF.
007490            IF BDAYSI NOT = LOW-VALUES
007500                MOVE BDAYSI TO CA-REQ-DAYS OF WS-COMMAREA
007510            END-IF.
007520            IF BSTRTI NOT = LOW-VALUES
007530                MOVE BSTRTI TO CA-REQ-START OF WS-COMMAREA
007540            END-IF.
007550            IF BENDI NOT = LOW-VALUES
007560                MOVE BENDI TO CA-REQ-END OF WS-COMMAREA
007570            END-IF.
007580            IF BLANGI NOT = LOW-VALUES
007590                MOVE BLANGI TO CA-REQ-LANG-CD OF WS-COMMAREA
007600            END-IF.
007602*
007604*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
007606*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
007608*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
007610*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
007612*     BUT THE DENIAL STANDS.
007614        9700-WRITE-SECURITY-EVENT.
007616            EXEC CICS ASKTIME
007618                ABSTIME(WS-ABSTIME)
007620            END-EXEC.
007622            EXEC CICS FORMATTIME
007624                ABSTIME(WS-ABSTIME)
007626                YYYYMMDD(SEC-DATE)
007628                TIME(SEC-TIME)
007630            END-EXEC.
007632            MOVE EIBTRMID TO SEC-TRMID.
007634            MOVE EIBTASKN TO SEC-TASKN.
007636            MOVE WS-USERID TO SEC-USERID.
007638            MOVE EIBTRNID TO SEC-TRANID.
007640            MOVE "HELLOB" TO SEC-PROGRAM.
007642            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
007644            EXEC CICS WRITE FILE("HELOSEC")
007646                FROM(HELOSEC-RECORD)
007648                RIDFLD(SEC-KEY)
007650                RESP(WS-SEC-RESP)
007652            END-EXEC.
007654            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
007656                PERFORM 9900-LOG-ERROR
007658            END-IF.
007660*
007662        9900-LOG-ERROR.
007664            MOVE EIBTRMID TO ERR-TRMID.
007666            MOVE EIBTASKN TO ERR-TASKN.
007668            MOVE EIBRESP  TO ERR-RESP.
007670            MOVE EIBRESP2 TO ERR-RESP2.
007672            EXEC CICS WRITEQ TS
007680                QUEUE("HELOERR")
007690                FROM(WS-ERROR-RECORD)
007700                LENGTH(LENGTH OF WS-ERROR-RECORD)
007710            END-EXEC.
007720            PERFORM 9950-WRITE-ERROR-HISTORY.
007730*
007740*     MIRROR THE HELOERR ENTRY TO THE PERMANENT HELOHIST KSDS,
007750*     EXACTLY AS HELLO'S 9200-WRITE-ERROR-HISTORY DOES - RESP/
007760*     RESP2 COME FROM WS-ERROR-RECORD BECAUSE THE ASKTIME HAS
007770*     ALREADY RESET THE EIB, AND A FAILING WRITE IS IGNORED SO
007780*     THE ERROR LOGGER CAN NEVER LOOP BACK INTO 9999-ERROR.
007790        9950-WRITE-ERROR-HISTORY.
007800            EXEC CICS ASKTIME
007810                ABSTIME(WS-ABSTIME)
007820            END-EXEC.
007830            EXEC CICS FORMATTIME
007840                ABSTIME(WS-ABSTIME)
007850                MMDDYY(HIST-DATE)
007860                TIME(HIST-TIME)
007870            END-EXEC.
007880            MOVE ERR-TRMID TO HIST-TRMID.
007890            MOVE ERR-TASKN TO HIST-TASKN.
007900            MOVE ERR-RESP  TO HIST-RESP.
007910            MOVE ERR-RESP2 TO HIST-RESP2.
007920            EXEC CICS WRITE FILE("HELOHIST")
007930                FROM(HELOHIST-RECORD)
007940                RIDFLD(HIST-KEY)
007950                RESP(WS-LOG-RESP)
007960            END-EXEC.
007970*
007980*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
007990*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN).
008000        9999-ERROR.
008010            PERFORM 9900-LOG-ERROR.
008020            MOVE LOW-VALUES TO HELBDO.
008030            MOVE "TRANSACTION UNAVAILABLE - CONTACT THE HELP DESK"
008040                TO BMSGO.
008050            EXEC CICS SEND MAP("HELBD")
008060                MAPSET("HELLOBM")
008070                FROM(HELBDO)
008080                ERASE
008090                RESP(WS-RESP)
008100            END-EXEC.
008110*     RESP KEEPS A FAILING SEND FROM RE-DRIVING HANDLE CONDITION
008120*     ERROR BACK INTO THIS PARAGRAPH.
008130            EXEC CICS RETURN
008140            END-EXEC.
