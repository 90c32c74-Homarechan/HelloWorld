000010*      HELLO ACCESS-CHANGE APPROVAL
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELLOC.
000040*     MENU OPTION 3 OF THE HELLO SUITE, REACHED BY XCTL FROM
000050*     HELLO'S 6000-RECEIVE-CHOICE AND RE-ENTERED UNDER TRANSID
000060*     HELV. THE "CHECKER" HALF OF THE ACCESS-CHANGE FLOW STARTED
000070*     IN HELLOB: AN APPROVER (AUTH-GROUP APR OR ADM) SEES THE
000080*     PENDING REQUESTS ON THE HELOREQ KSDS, OLDEST FIRST, EIGHT
000090*     TO A PAGE, AND APPROVES OR REJECTS ONE BY LINE NUMBER WITH
000100*     A REASON. APPROVAL APPLIES THE CHANGE TO HELLOAUTH OR
000110*     OPERNAME THE SAME WAY HELM WOULD; IF IT CANNOT BE APPLIED
000120*     THE REQUEST STAYS PENDING. NOBODY MAY APPROVE A REQUEST
000130*     THEY RAISED, OR ONE THAT CHANGES THEIR OWN GRANT. REQUESTS
000140*     LEFT PENDING TOO LONG ARE MARKED EXPIRED AS THE LIST IS
000150*     BUILT. PF8 PAGES FORWARD, PF5 BACK TO THE FIRST PAGE, PF3
000160*     HANDS BACK TO THE HELLO MENU.
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
000291*
000292*     RESP FOR THE CHANGE-JOURNAL WRITE (SEE 9800), KEPT APART
000293*     SO A FAILED JOURNAL WRITE NEVER MASKS THE RESULT OF THE
000294*     FILE CHANGE IT IS RECORDING.
000295        01  WS-JRN-RESP             PIC S9(8) COMP VALUE 0.
000296*
000297*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000298*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000299        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000300*
000310        01  WS-DATE-AREA.
000320            05  WS-DATE             PIC X(8) VALUE SPACES.
000330            05  WS-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
000340*
000350*     TODAY AND NOW AS HELOREQ HOLDS THEM, FOR THE DECISION
000360*     STAMP - YYYYMMDD AND HHMMSS.
000370        01  WS-NOW-DATE             PIC X(8) VALUE SPACES.
000380        01  WS-NOW-TIME             PIC X(8) VALUE SPACES.
000390*
000400        01  WS-USERID               PIC X(8) VALUE SPACES.
000402*
000404*     THE APPROVER'S OWN HELLOAUTH GROUP, SAVED BY 0600 BEFORE
000406*     THE 7100 APPLY PARAGRAPHS REUSE THE RECORD AREA.
000408        01  WS-APPROVER-GROUP       PIC X(3) VALUE SPACES.
000409            88  APPROVER-IS-ADMIN   VALUE "ADM".
000410*
000420        01  WS-AUTH-SW              PIC X(1) VALUE "N".
000430            88  USER-AUTHORIZED     VALUE "Y".
000440            88  USER-NOT-AUTHORIZED VALUE "N".
000450*
000460*     SET BY 0680-CHECK-SHIFT-WINDOW WHEN THE OPERATOR'S
000470*     HELLOAUTH RECORD CARRIES A SHIFT WINDOW AND THE CLOCK IS
000480*     OUTSIDE IT, AS IN HELLO ITSELF.
000490        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000500            88  USER-IN-WINDOW      VALUE "Y".
000504            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000508*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000512*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000516            88  USER-SITE-CLOSED    VALUE "C".
000520        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000530        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000533        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000536        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000540        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000550*
000560        01  WS-BROWSE-SW            PIC X(1) VALUE "N".
000570            88  WS-BROWSE-DONE      VALUE "Y".
000580*
000590*     MESSAGE CARRIED ONTO THE NEXT SCREEN PAINT - AN EDIT
000600*     FAILURE OR THE RESULT OF THE DECISION.
000610        01  WS-APV-MSG              PIC X(78) VALUE SPACES.
000620*
000630*     RESULT OF 7000-PROCESS-DECISION'S EDITS. THE FIRST FAILING
000640*     CHECK SETS THE MESSAGE AND THE LATER CHECKS ARE SKIPPED.
000650        01  WS-DEC-SW               PIC X(1) VALUE "Y".
000660            88  DEC-EDIT-OK         VALUE "Y".
000670            88  DEC-EDIT-FAILED     VALUE "N".
000680*
000690*     SET BY THE 7100 APPLY PARAGRAPHS - THE DECISION IS ONLY
000700*     FILED AS APPROVED ONCE THE CHANGE HAS ACTUALLY BEEN MADE.
000710        01  WS-APPLY-SW             PIC X(1) VALUE "N".
000720            88  APPLY-OK            VALUE "Y".
000730            88  APPLY-FAILED        VALUE "N".
000740*
000750        01  WS-SEL-NUM              PIC 9(1) VALUE 0.
000760*
000770*     A PENDING REQUEST RAISED MORE THAN THIS MANY DAYS AGO HAS
000780*     EXPIRED AND CAN NO LONGER BE APPROVED. HELLOB USES THE
000790*     SAME VALUE TO SHOW THE MAKER THEIR OWN REQUEST AS EXPIRED,
000800*     SO THE TWO MUST BE KEPT THE SAME.
000810        01  WS-EXPIRE-DAYS          PIC S9(4) COMP VALUE 5.
000820        01  WS-EXPIRE-ABSTIME       PIC S9(15) COMP-3 VALUE 0.
000830        01  WS-EXPIRE-DATE          PIC X(8) VALUE SPACES.
000840*
000850*     KEYS OF EXPIRED REQUESTS SEEN DURING THE LIST BROWSE. THEY
000860*     ARE MARKED ONCE THE BROWSE IS ENDED, SINCE A READ FOR
000870*     UPDATE CANNOT BE ISSUED AGAINST THE FILE MID-BROWSE. ANY
000880*     BEYOND THE TABLE ARE PICKED UP ON THE NEXT PAINT.
000890        01  WS-EXPIRE-CNT           PIC S9(4) COMP VALUE 0.
000900        01  WS-EXPIRE-SUB           PIC S9(4) COMP VALUE 0.
000910        01  WS-EXPIRE-TABLE.
000920            05  WS-EXPIRE-KEY       PIC X(20)
000930                                    OCCURS 20 TIMES.
000940*
000950        01  WS-LINE-CNT             PIC S9(4) COMP VALUE 0.
000960*
000970*     ONE FORMATTED PENDING-REQUEST LINE, LINED UP UNDER THE
000980*     HEADINGS ON THE HELCD MAP. FOR AN OPERNAME REQUEST THE GRP
000990*     COLUMN CARRIES THE LANGUAGE CODE INSTEAD.
001000        01  WS-CL-LINE.
001010            05  WS-CL-NUM           PIC 9(1).
001020            05  FILLER              PIC X(1) VALUE SPACE.
001030            05  WS-CL-MM            PIC X(2).
001040            05  FILLER              PIC X(1) VALUE "/".
001050            05  WS-CL-DD            PIC X(2).
001060            05  FILLER              PIC X(1) VALUE SPACE.
001070            05  WS-CL-MAKER         PIC X(8).
001080            05  FILLER              PIC X(1) VALUE SPACE.
001090            05  WS-CL-FILE          PIC X(4).
001100            05  FILLER              PIC X(1) VALUE SPACE.
001110            05  WS-CL-ACTION        PIC X(3).
001120            05  FILLER              PIC X(1) VALUE SPACE.
001130            05  WS-CL-TARGET        PIC X(8).
001140            05  FILLER              PIC X(1) VALUE SPACE.
001150            05  WS-CL-GROUP         PIC X(3).
001160            05  FILLER              PIC X(1) VALUE SPACE.
001170            05  WS-CL-DAYS          PIC X(7).
001180            05  FILLER              PIC X(1) VALUE SPACE.
001190            05  WS-CL-START         PIC X(4).
001200            05  WS-CL-DASH          PIC X(1).
001210            05  WS-CL-END           PIC X(4).
001220            05  FILLER              PIC X(1) VALUE SPACE.
001230            05  WS-CL-NAME          PIC X(20).
001240*
001250*     TS QUEUE ERROR LOG RECORD - SAME HELOERR QUEUE AND LAYOUT
001260*     THE REST OF THE SUITE WRITES TO, SO ALL SUITE ERRORS SHOW
001270*     UP IN ONE PLACE.
001280        01  WS-ERROR-RECORD.
001290            05  ERR-TRMID            PIC X(4).
001300            05  ERR-TASKN            PIC S9(7) COMP-3.
001310            05  ERR-RESP             PIC S9(8) COMP.
001320            05  ERR-RESP2            PIC S9(8) COMP.
001330*
001340*     VSAM KSDS RECORD LAYOUT - USERS AUTHORIZED TO RUN HELLO
001350        COPY HELLOAUTH.
001360*
001370*     VSAM KSDS RECORD LAYOUT - OPERATOR DISPLAY NAME/LANGUAGE
001380        COPY OPERNAM.
001390*
001400*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001410        COPY HELOHIST.
001412*
001414*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001416        COPY HELOSEC.
001417*
001418*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001419        COPY HELOCAL.
001420*
001430*     VSAM KSDS RECORD LAYOUT - ACCESS-CHANGE REQUESTS
001440        COPY HELOREQ.
001442*
001444*     VSAM KSDS RECORD LAYOUT - BEFORE/AFTER CHANGE JOURNAL
001446        COPY HELOJRN.
001450*
001460*     WORKING COPY OF THE COMMAREA, BUILT BEFORE EACH RETURN
001470        COPY HELOCCA REPLACING HELLOC-COMMAREA BY WS-COMMAREA.
001480*
001490        COPY HELLOCM.
001500*
001510        LINKAGE SECTION.
001520*
001530        COPY HELOCCA REPLACING HELLOC-COMMAREA BY DFHCOMMAREA.
001540*
001550        PROCEDURE DIVISION.
001560*
001570        0000-MAIN.
001580            EXEC CICS HANDLE CONDITION
001590                ERROR(9999-ERROR)
001600            END-EXEC.
001610            EXEC CICS HANDLE ABEND
001620                LABEL(9999-ERROR)
001630            END-EXEC.
001640            EXEC CICS ASSIGN
001650                USERID(WS-USERID)
001660            END-EXEC.
001670            PERFORM 0600-CHECK-AUTHORIZED.
001680            IF USER-NOT-AUTHORIZED
001690                PERFORM 0700-SEND-NOT-AUTHORIZED
001700                EXEC CICS RETURN
001710                END-EXEC
001720            ELSE
001730            IF USER-OUTSIDE-HOURS
001740                PERFORM 0750-SEND-OUTSIDE-HOURS
001750                EXEC CICS RETURN
001760                END-EXEC
001770            ELSE
001780                IF EIBCALEN = 0
001790                    MOVE SPACES TO WS-COMMAREA
001800                    MOVE LOW-VALUES TO CA-PAGE-KEY OF WS-COMMAREA
001810                    PERFORM 4000-SEND-APPROVAL-SCREEN
001820                ELSE
001830                    PERFORM 0100-PICK-UP-COMMAREA
001840                    IF CA-ST-APPROVE OF WS-COMMAREA
001850                        PERFORM 6000-RECEIVE-DECISION
001860                    ELSE
001870                        MOVE LOW-VALUES
001880                            TO CA-PAGE-KEY OF WS-COMMAREA
001890                        PERFORM 4000-SEND-APPROVAL-SCREEN
001900                    END-IF
001910                END-IF
001920            END-IF
001930            END-IF.
001940*
001950*     THE MENU XCTL HANDS OVER HELLO'S SHORTER COMMAREA (SEE
001960*     HELOCCA - THE LEADING FIELDS MIRROR HELLOCA), SO ONLY THE
001970*     BYTES THAT ACTUALLY ARRIVED ARE PICKED UP.
001980        0100-PICK-UP-COMMAREA.
001990            MOVE SPACES TO WS-COMMAREA.
002000            IF EIBCALEN < LENGTH OF WS-COMMAREA
002010                MOVE DFHCOMMAREA (1:EIBCALEN)
002020                    TO WS-COMMAREA (1:EIBCALEN)
002030            ELSE
002040                MOVE DFHCOMMAREA TO WS-COMMAREA
002050            END-IF.
002060*
002070*     APPROVING IS MENU OPTION 3, SO THE SAME GROUPS HELLO'S
002080*     0650-SET-OPTION-AUTH ENTITLES TO IT - APPROVER AND ADMIN -
002090*     ARE ADMITTED HERE.
002100        0600-CHECK-AUTHORIZED.
002110            MOVE SPACES TO HELLOAUTH-RECORD.
002120            MOVE WS-USERID TO AUTH-USERID.
002130            EXEC CICS READ FILE("HELLOAUTH")
002140                INTO(HELLOAUTH-RECORD)
002150                RIDFLD(AUTH-USERID)
002160                RESP(WS-RESP)
002170            END-EXEC.
002180            IF WS-RESP = DFHRESP-NORMAL
002185                MOVE AUTH-GROUP TO WS-APPROVER-GROUP
002190                IF AUTH-GRP-APPROVER
002200                    OR AUTH-GRP-ADMIN
002210                    SET USER-AUTHORIZED TO TRUE
002220                    PERFORM 0680-CHECK-SHIFT-WINDOW
002230                ELSE
002240                    SET USER-NOT-AUTHORIZED TO TRUE
002250                END-IF
002260            ELSE
002270                SET USER-NOT-AUTHORIZED TO TRUE
002280                IF WS-RESP NOT = DFHRESP-NOTFND
002290                    PERFORM 9900-LOG-ERROR
002300                END-IF
002310            END-IF.
002320*
002322*     A HELLOAUTH RECORD WAS READ (WS-RESP NORMAL) BUT ITS GROUP
002324*     DOES NOT COVER THIS TRANSACTION - OTHERWISE THERE WAS NO
002326*     GRANT AT ALL.
002330        0700-SEND-NOT-AUTHORIZED.
002331            MOVE SPACES TO HELOSEC-RECORD.
002332            IF WS-RESP = DFHRESP-NORMAL
002333                SET SEC-WRONG-GROUP TO TRUE
002334            ELSE
002335                SET SEC-NO-GRANT TO TRUE
002336            END-IF.
002337            PERFORM 9700-WRITE-SECURITY-EVENT.
002340            MOVE LOW-VALUES TO HELCDO.
002350            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
002360                TO CMSGO.
002370            EXEC CICS SEND MAP("HELCD")
002380                MAPSET("HELLOCM")
002390                FROM(HELCDO)
002400                ERASE
002410            END-EXEC.
002420*
002430*     ENFORCE THE SHIFT WINDOW ON THE OPERATOR'S HELLOAUTH
002440*     RECORD, EXACTLY AS HELLO'S OWN 0680 DOES - AUTH-DAYS OF
002450*     SPACES (EVERY PRE-WINDOW RECORD) MEANS NO RESTRICTION,
002460*     AND AN END TIME BEFORE THE START WRAPS PAST MIDNIGHT.
002470        0680-CHECK-SHIFT-WINDOW.
002480            SET USER-IN-WINDOW TO TRUE.
002490            IF AUTH-DAYS NOT = SPACES
002500                EXEC CICS ASKTIME
002510                    ABSTIME(WS-ABSTIME)
002520                END-EXEC
002530                EXEC CICS FORMATTIME
002540                    ABSTIME(WS-ABSTIME)
002550                    TIME(WS-CHK-TIME)
002560                    DAYOFWEEK(WS-CHK-DOW)
002570                END-EXEC
002580                COMPUTE WS-DOW-SUB = WS-CHK-DOW + 1
002590                IF AUTH-DAYS (WS-DOW-SUB:1) NOT = "Y"
002600                    SET USER-OUTSIDE-HOURS TO TRUE
002610                ELSE
002620                    IF AUTH-START NOT = SPACES
002630                        AND AUTH-END NOT = SPACES
002640                        IF AUTH-START <= AUTH-END
002650                            IF WS-CHK-TIME (1:4) < AUTH-START
002660                                OR WS-CHK-TIME (1:4) > AUTH-END
002670                                SET USER-OUTSIDE-HOURS TO TRUE
002680                            END-IF
002690                        ELSE
002700                            IF WS-CHK-TIME (1:4) < AUTH-START
002710                                AND WS-CHK-TIME (1:4) > AUTH-END
002720                                SET USER-OUTSIDE-HOURS TO TRUE
002730                            END-IF
002740                        END-IF
002750                    END-IF
002760                END-IF
002770            END-IF.
002772            IF NOT AUTH-GRP-ADMIN
002774                PERFORM 0690-CHECK-SITE-CLOSED
002776            END-IF.
002780*
002782*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
002784*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
002786*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
002788*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
002790*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
002792        0690-CHECK-SITE-CLOSED.
002794            EXEC CICS ASKTIME
002796                ABSTIME(WS-ABSTIME)
002798            END-EXEC.
002800            EXEC CICS FORMATTIME
002802                ABSTIME(WS-ABSTIME)
002804                YYYYMMDD(WS-CHK-DATE)
002806            END-EXEC.
002808            MOVE SPACES TO HELOCAL-RECORD.
002810            MOVE WS-CHK-DATE TO CAL-DATE.
002812            EXEC CICS READ FILE("HELOCAL")
002814                INTO(HELOCAL-RECORD)
002816                RIDFLD(CAL-DATE)
002818                RESP(WS-CAL-RESP)
002820            END-EXEC.
002822            IF WS-CAL-RESP = DFHRESP-NORMAL
002824                IF CAL-CLOSURE
002826                    SET USER-SITE-CLOSED TO TRUE
002828                END-IF
002830            ELSE
002832                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
002834                    PERFORM 9900-LOG-ERROR
002836                END-IF
002838            END-IF.
002840*
002842        0750-SEND-OUTSIDE-HOURS.
002844            MOVE SPACES TO HELOSEC-RECORD.
002846            IF USER-SITE-CLOSED
002848                SET SEC-SITE-CLOSED TO TRUE
002850            ELSE
002852                SET SEC-OUTSIDE-WINDOW TO TRUE
002854            END-IF.
002856            PERFORM 9700-WRITE-SECURITY-EVENT.
002858            MOVE LOW-VALUES TO HELCDO.
002860            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
002862                TO CMSGO.
002864            IF USER-SITE-CLOSED
002866                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO CMSGO
002868            END-IF.
002870            EXEC CICS SEND MAP("HELCD")
002872                MAPSET("HELLOCM")
002874                FROM(HELCDO)
002876                ERASE
002878            END-EXEC.
002880*
002890        1100-BUILD-DATE.
002900            EXEC CICS ASKTIME
002910                ABSTIME(WS-ABSTIME)
002920            END-EXEC.
002930            EXEC CICS FORMATTIME
002940                ABSTIME(WS-ABSTIME)
002950                MMDDYY(WS-DATE)
002960                YYYYMMDD(WS-NOW-DATE)
002970                TIME(WS-NOW-TIME)
002980            END-EXEC.
002990*
003000*     OLDEST RAISE DATE STILL INSIDE THE EXPIRY WINDOW, AS
003010*     YYYYMMDD TO COMPARE WITH REQ-DATE. ABSTIME COUNTS
003020*     MILLISECONDS, SO THE WINDOW IS TAKEN OFF IN WHOLE DAYS OF
003030*     86,400,000. RUNS AFTER 1100, WHICH SETS WS-ABSTIME.
003040        1200-BUILD-EXPIRE-DATE.
003050            COMPUTE WS-EXPIRE-ABSTIME =
003060                WS-ABSTIME - (WS-EXPIRE-DAYS * 86400000).
003070            EXEC CICS FORMATTIME
003080                ABSTIME(WS-EXPIRE-ABSTIME)
003090                YYYYMMDD(WS-EXPIRE-DATE)
003100            END-EXEC.
003110*
003120*     LIST UP TO EIGHT PENDING REQUESTS FROM CA-PAGE-KEY ON,
003130*     REMEMBERING EACH LINE'S KEY IN THE COMMAREA. A NINTH
003140*     PENDING REQUEST, IF THERE IS ONE, BECOMES THE NEXT PAGE'S
003150*     STARTING KEY. DECIDED REQUESTS ARE SKIPPED; EXPIRED ONES
003160*     ARE SET ASIDE FOR 3500 TO MARK.
003170        3000-BUILD-PENDING-LIST.
003180            MOVE LOW-VALUES TO HELCDO.
003190            MOVE 0 TO WS-LINE-CNT.
003200            MOVE 0 TO WS-EXPIRE-CNT.
003210            MOVE SPACES TO CA-LINE-KEYS OF WS-COMMAREA.
003220            MOVE HIGH-VALUES TO CA-NEXT-KEY OF WS-COMMAREA.
003230            MOVE "N" TO WS-BROWSE-SW.
003240            MOVE CA-PAGE-KEY OF WS-COMMAREA TO REQ-KEY.
003250            EXEC CICS STARTBR FILE("HELOREQ")
003260                RIDFLD(REQ-KEY)
003270                GTEQ
003280                RESP(WS-RESP)
003290            END-EXEC.
003300            IF WS-RESP = DFHRESP-NORMAL
003310                PERFORM 3100-READ-NEXT-REQUEST
003320                    UNTIL WS-BROWSE-DONE
003330                EXEC CICS ENDBR FILE("HELOREQ")
003340                    RESP(WS-RESP)
003350                END-EXEC
003360            ELSE
003370                IF WS-RESP NOT = DFHRESP-NOTFND
003380                    PERFORM 9900-LOG-ERROR
003390                END-IF
003400            END-IF.
003410*
003420        3100-READ-NEXT-REQUEST.
003430            EXEC CICS READNEXT FILE("HELOREQ")
003440                INTO(HELOREQ-RECORD)
003450                RIDFLD(REQ-KEY)
003460                RESP(WS-RESP)
003470            END-EXEC.
003480            EVALUATE WS-RESP
003490                WHEN DFHRESP-NORMAL
003500                    IF REQ-ST-PENDING
003510                        PERFORM 3150-LIST-PENDING-REQUEST
003520                    END-IF
003530                WHEN DFHRESP-ENDFILE
003540                    SET WS-BROWSE-DONE TO TRUE
003550                WHEN OTHER
003560                    PERFORM 9900-LOG-ERROR
003570                    SET WS-BROWSE-DONE TO TRUE
003580            END-EVALUATE.
003590*
003600        3150-LIST-PENDING-REQUEST.
003610            IF REQ-DATE < WS-EXPIRE-DATE
003620                IF WS-EXPIRE-CNT < 20
003630                    ADD 1 TO WS-EXPIRE-CNT
003640                    MOVE REQ-KEY TO WS-EXPIRE-KEY (WS-EXPIRE-CNT)
003650                END-IF
003660            ELSE
003670                IF WS-LINE-CNT < 8
003680                    ADD 1 TO WS-LINE-CNT
003690                    MOVE REQ-KEY TO
003700                        CA-LINE-KEY OF WS-COMMAREA (WS-LINE-CNT)
003710                    PERFORM 3200-FORMAT-PENDING-LINE
003720                    PERFORM 3300-MOVE-PENDING-LINE
003730                ELSE
003740                    MOVE REQ-KEY TO CA-NEXT-KEY OF WS-COMMAREA
003750                    SET WS-BROWSE-DONE TO TRUE
003760                END-IF
003770            END-IF.
003780*
003790        3200-FORMAT-PENDING-LINE.
003800            MOVE WS-LINE-CNT TO WS-CL-NUM.
003810            MOVE REQ-DATE (5:2) TO WS-CL-MM.
003820            MOVE REQ-DATE (7:2) TO WS-CL-DD.
003830            MOVE REQ-MAKER TO WS-CL-MAKER.
003840            EVALUATE TRUE
003850                WHEN REQ-ACT-ADD
003860                    MOVE "ADD" TO WS-CL-ACTION
003870                WHEN REQ-ACT-CHANGE
003880                    MOVE "CHG" TO WS-CL-ACTION
003890                WHEN OTHER
003900                    MOVE "DEL" TO WS-CL-ACTION
003910            END-EVALUATE.
003920            MOVE REQ-TARGET TO WS-CL-TARGET.
003930            MOVE REQ-NAME TO WS-CL-NAME.
003940            IF REQ-FILE-AUTH
003950                MOVE "AUTH" TO WS-CL-FILE
003960                MOVE REQ-GROUP TO WS-CL-GROUP
003970                MOVE REQ-DAYS TO WS-CL-DAYS
003980            ELSE
003990                MOVE "OPER" TO WS-CL-FILE
004000                MOVE REQ-LANG-CD TO WS-CL-GROUP
004010                MOVE SPACES TO WS-CL-DAYS
004020            END-IF.
004030            MOVE REQ-START TO WS-CL-START.
004040            MOVE REQ-END TO WS-CL-END.
004050            IF REQ-START = SPACES
004060                MOVE SPACE TO WS-CL-DASH
004070            ELSE
004080                MOVE "-" TO WS-CL-DASH
004090            END-IF.
004100*
004110        3300-MOVE-PENDING-LINE.
004120            EVALUATE WS-LINE-CNT
004130                WHEN 1
004140                    MOVE WS-CL-LINE TO CL01O
004150                WHEN 2
004160                    MOVE WS-CL-LINE TO CL02O
004170                WHEN 3
004180                    MOVE WS-CL-LINE TO CL03O
004190                WHEN 4
004200                    MOVE WS-CL-LINE TO CL04O
004210                WHEN 5
004220                    MOVE WS-CL-LINE TO CL05O
004230                WHEN 6
004240                    MOVE WS-CL-LINE TO CL06O
004250                WHEN 7
004260                    MOVE WS-CL-LINE TO CL07O
004270                WHEN 8
004280                    MOVE WS-CL-LINE TO CL08O
004290            END-EVALUATE.
004300*
004310*     MARK ONE REQUEST SET ASIDE BY 3150 AS EXPIRED. IT IS READ
004320*     AGAIN FOR UPDATE AND ONLY MARKED IF STILL PENDING, IN CASE
004330*     ANOTHER APPROVER DECIDED IT SINCE THE BROWSE.
004340        3500-EXPIRE-REQUEST.
004350            MOVE WS-EXPIRE-KEY (WS-EXPIRE-SUB) TO REQ-KEY.
004360            EXEC CICS READ FILE("HELOREQ")
004370                INTO(HELOREQ-RECORD)
004380                RIDFLD(REQ-KEY)
004390                UPDATE
004400                RESP(WS-RESP)
004410            END-EXEC.
004420            IF WS-RESP = DFHRESP-NORMAL
004430                IF REQ-ST-PENDING
004440                    PERFORM 7800-MARK-EXPIRED
004450                ELSE
004460                    EXEC CICS UNLOCK FILE("HELOREQ")
004470                    END-EXEC
004480                END-IF
004490            ELSE
004500                IF WS-RESP NOT = DFHRESP-NOTFND
004510                    PERFORM 9900-LOG-ERROR
004520                END-IF
004530            END-IF.
004540*
004550*     PAINT THE PENDING LIST FOR THE CURRENT PAGE AND RETURN
004560*     PSEUDO-CONVERSATIONALLY UNDER HELV. IF THE PAGE HAS EMPTIED
004570*     (ITS REQUESTS DECIDED OR EXPIRED SINCE) THE LIST STARTS
004580*     AGAIN FROM THE OLDEST REQUEST.
004590        4000-SEND-APPROVAL-SCREEN.
004600            PERFORM 1100-BUILD-DATE.
004610            PERFORM 1200-BUILD-EXPIRE-DATE.
004620            PERFORM 3000-BUILD-PENDING-LIST.
004630            IF WS-LINE-CNT = 0
004640                AND CA-PAGE-KEY OF WS-COMMAREA NOT = LOW-VALUES
004650                MOVE LOW-VALUES TO CA-PAGE-KEY OF WS-COMMAREA
004660                PERFORM 3000-BUILD-PENDING-LIST
004670            END-IF.
004680            PERFORM 3500-EXPIRE-REQUEST
004690                VARYING WS-EXPIRE-SUB FROM 1 BY 1
004700                UNTIL WS-EXPIRE-SUB > WS-EXPIRE-CNT.
004710            MOVE WS-DATE TO CDATEO.
004720            EVALUATE TRUE
004730                WHEN WS-APV-MSG NOT = SPACES
004740                    MOVE WS-APV-MSG TO CMSGO
004750                    MOVE SPACES TO WS-APV-MSG
004760                WHEN WS-LINE-CNT = 0
004770                    MOVE "NO REQUESTS ARE AWAITING APPROVAL"
004780                        TO CMSGO
004790                WHEN OTHER
004800                    MOVE "KEY LINE, A=APPROVE R=REJECT, REASON"
004810                        TO CMSGO
004820            END-EVALUATE.
004830            EXEC CICS SEND MAP("HELCD")
004840                MAPSET("HELLOCM")
004850                FROM(HELCDO)
004860                ERASE
004870            END-EXEC.
004880            SET CA-ST-APPROVE OF WS-COMMAREA TO TRUE.
004890            EXEC CICS RETURN
004900                TRANSID("HELV")
004910                COMMAREA(WS-COMMAREA)
004920                LENGTH(LENGTH OF WS-COMMAREA)
004930            END-EXEC.
004940*
004950        6000-RECEIVE-DECISION.
004960            MOVE LOW-VALUES TO HELCDI.
004970            EXEC CICS RECEIVE MAP("HELCD")
004980                MAPSET("HELLOCM")
004990                INTO(HELCDI)
005000                RESP(WS-RESP)
005010            END-EXEC.
005020            IF WS-RESP NOT = DFHRESP-NORMAL
005030                AND WS-RESP NOT = DFHRESP-MAPFAIL
005040                PERFORM 9900-LOG-ERROR
005050            END-IF.
005060*     BACK TO THE MENU WITH NO COMMAREA - HELLO'S EIBCALEN = 0
005070*     PATH REBUILDS THE GREETING AND MENU FROM ITS OWN FILES.
005080            IF EIBAID = DFHPF3
005090                EXEC CICS XCTL PROGRAM("HELLO")
005100                END-EXEC
005110            END-IF.
005120            IF EIBAID = DFHPF5
005130                MOVE LOW-VALUES TO CA-PAGE-KEY OF WS-COMMAREA
005140                PERFORM 4000-SEND-APPROVAL-SCREEN
005150            END-IF.
005160            IF EIBAID = DFHPF8
005170                IF CA-NEXT-KEY OF WS-COMMAREA = HIGH-VALUES
005180                    MOVE "NO FURTHER PENDING REQUESTS"
005190                        TO WS-APV-MSG
005200                ELSE
005210                    MOVE CA-NEXT-KEY OF WS-COMMAREA
005220                        TO CA-PAGE-KEY OF WS-COMMAREA
005230                END-IF
005240                PERFORM 4000-SEND-APPROVAL-SCREEN
005250            END-IF.
005260            IF CSELI = SPACES OR LOW-VALUES
005270                MOVE "KEY THE LINE NUMBER OF THE REQUEST"
005280                    TO WS-APV-MSG
005290            ELSE
005300                PERFORM 1100-BUILD-DATE
005310                PERFORM 1200-BUILD-EXPIRE-DATE
005320                PERFORM 7000-PROCESS-DECISION
005330            END-IF.
005340            PERFORM 4000-SEND-APPROVAL-SCREEN.
005350*
005360*     EDIT THE LINE NUMBER, DECISION AND REASON, THEN DECIDE
005370*     THE REQUEST THE LINE POINTS AT.
005380        7000-PROCESS-DECISION.
005390            SET DEC-EDIT-OK TO TRUE.
005400            IF CSELI NOT NUMERIC
005410                OR CSELI < "1"
005420                OR CSELI > "8"
005430                SET DEC-EDIT-FAILED TO TRUE
005440                MOVE "LINE NUMBER MUST BE 1 TO 8" TO WS-APV-MSG
005450            ELSE
005460                MOVE CSELI TO WS-SEL-NUM
005470                IF CA-LINE-KEY OF WS-COMMAREA (WS-SEL-NUM)
005480                    = SPACES
005490                    SET DEC-EDIT-FAILED TO TRUE
005500                    MOVE "NO REQUEST ON THAT LINE" TO WS-APV-MSG
005510                END-IF
005520            END-IF.
005530            IF DEC-EDIT-OK
005540                AND CDECI NOT = "A"
005550                AND CDECI NOT = "R"
005560                SET DEC-EDIT-FAILED TO TRUE
005570                MOVE "DECISION MUST BE A (APPROVE) OR R (REJECT)"
005580                    TO WS-APV-MSG
005590            END-IF.
005600            IF DEC-EDIT-OK
005610                AND (CRSNI = SPACES OR LOW-VALUES)
005620                SET DEC-EDIT-FAILED TO TRUE
005630                MOVE "A REASON IS REQUIRED" TO WS-APV-MSG
005640            END-IF.
005650            IF DEC-EDIT-OK
005660                PERFORM 7050-DECIDE-REQUEST
005670            END-IF.
005680*
005690*     THE REQUEST IS READ FOR UPDATE AND CHECKED AGAIN - IT MAY
005700*     HAVE BEEN DECIDED BY ANOTHER APPROVER, OR HAVE EXPIRED,
005710*     SINCE THIS SCREEN WAS PAINTED. THE MAKER MAY WITHDRAW
005720*     THEIR OWN REQUEST BY REJECTING IT, BUT NOT APPROVE IT, AND
005730*     NO ONE MAY APPROVE A CHANGE TO THEIR OWN GRANT. ONLY AN
005732*     ADM APPROVER MAY GIVE SOMEONE THE ADM GROUP; 7120/7130
005734*     LIKEWISE KEEP AN EXISTING ADM GRANT FROM ANYONE ELSE.
005740        7050-DECIDE-REQUEST.
005750            MOVE CA-LINE-KEY OF WS-COMMAREA (WS-SEL-NUM)
005760                TO REQ-KEY.
005770            EXEC CICS READ FILE("HELOREQ")
005780                INTO(HELOREQ-RECORD)
005790                RIDFLD(REQ-KEY)
005800                UPDATE
005810                RESP(WS-RESP)
005820            END-EXEC.
005830            EVALUATE WS-RESP
005840                WHEN DFHRESP-NORMAL
005850                    CONTINUE
005860                WHEN DFHRESP-NOTFND
005870                    MOVE "REQUEST IS NO LONGER ON FILE"
005880                        TO WS-APV-MSG
005890                WHEN OTHER
005900                    PERFORM 9900-LOG-ERROR
005910                    MOVE "READ FAILED - CONTACT THE HELP DESK"
005920                        TO WS-APV-MSG
005930            END-EVALUATE.
005940            IF WS-RESP = DFHRESP-NORMAL
005950                EVALUATE TRUE
005960                    WHEN NOT REQ-ST-PENDING
005970                        EXEC CICS UNLOCK FILE("HELOREQ")
005980                        END-EXEC
005990                        MOVE "REQUEST HAS ALREADY BEEN DECIDED"
006000                            TO WS-APV-MSG
006010                    WHEN REQ-DATE < WS-EXPIRE-DATE
006020                        PERFORM 7800-MARK-EXPIRED
006030                        MOVE "REQUEST EXPIRED - RAISE IT AGAIN"
006040                            TO WS-APV-MSG
006050                    WHEN CDECI = "A"
006060                        AND REQ-MAKER = WS-USERID
006070                        EXEC CICS UNLOCK FILE("HELOREQ")
006080                        END-EXEC
006090                        MOVE "YOU CANNOT APPROVE YOUR OWN REQUEST"
006100                            TO WS-APV-MSG
006110                    WHEN CDECI = "A"
006120                        AND REQ-FILE-AUTH
006130                        AND REQ-TARGET = WS-USERID
006140                        EXEC CICS UNLOCK FILE("HELOREQ")
006150                        END-EXEC
006160                        MOVE "YOU CANNOT APPROVE YOUR OWN ACCESS"
006170                            TO WS-APV-MSG
006172                    WHEN CDECI = "A"
006174                        AND REQ-FILE-AUTH
006176                        AND REQ-GROUP = "ADM"
006178                        AND NOT APPROVER-IS-ADMIN
006180                        EXEC CICS UNLOCK FILE("HELOREQ")
006182                        END-EXEC
006184                        MOVE "ADM GRANTS NEED AN ADM APPROVER"
006186                            TO WS-APV-MSG
006188                    WHEN CDECI = "A"
006190                        PERFORM 7100-APPLY-REQUEST
006200                        IF APPLY-OK
006210                            SET REQ-ST-APPROVED TO TRUE
006220                            PERFORM 7900-FILE-DECISION
006230                        ELSE
006240                            EXEC CICS UNLOCK FILE("HELOREQ")
006250                            END-EXEC
006260                        END-IF
006270                    WHEN OTHER
006280                        SET REQ-ST-REJECTED TO TRUE
006290                        MOVE "REQUEST REJECTED" TO WS-APV-MSG
006300                        PERFORM 7900-FILE-DECISION
006310                END-EVALUATE
006320            END-IF.
006330*
006340*     APPLY AN APPROVED REQUEST. EACH PARAGRAPH MIRRORS ITS HELM
006350*     COUNTERPART (9010-9030, 9110-9130): SPACES ARE STORED FOR
006360*     ANYTHING NOT GIVEN ON AN ADD, AND A BLANK VALUE ON A CHANGE
006370*     KEEPS WHAT IS ON THE RECORD. THE FILE MAY HAVE MOVED SINCE
006380*     THE REQUEST WAS RAISED, SO AN ADD THAT NOW FINDS A RECORD,
006390*     OR A CHANGE THAT NO LONGER DOES, LEAVES THE REQUEST PENDING
006400*     FOR THE APPROVER TO REJECT.
006410        7100-APPLY-REQUEST.
006420            SET APPLY-FAILED TO TRUE.
006430            EVALUATE TRUE
006440                WHEN REQ-FILE-AUTH AND REQ-ACT-ADD
006450                    PERFORM 7110-ADD-HELLOAUTH
006460                WHEN REQ-FILE-AUTH AND REQ-ACT-CHANGE
006470                    PERFORM 7120-CHANGE-HELLOAUTH
006480                WHEN REQ-FILE-AUTH
006490                    PERFORM 7130-DELETE-HELLOAUTH
006500                WHEN REQ-ACT-ADD
006510                    PERFORM 7140-ADD-OPERNAME
006520                WHEN REQ-ACT-CHANGE
006530                    PERFORM 7150-CHANGE-OPERNAME
006540                WHEN OTHER
006550                    PERFORM 7160-DELETE-OPERNAME
006560            END-EVALUATE.
006570*
006580        7110-ADD-HELLOAUTH.
006590            MOVE SPACES TO HELLOAUTH-RECORD.
006600            MOVE REQ-TARGET TO AUTH-USERID.
006610            MOVE REQ-NAME TO AUTH-NAME.
006620            MOVE REQ-GROUP TO AUTH-GROUP.
006630            MOVE REQ-DAYS TO AUTH-DAYS.
006640            MOVE REQ-START TO AUTH-START.
006650            MOVE REQ-END TO AUTH-END.
006660            EXEC CICS WRITE FILE("HELLOAUTH")
006670                FROM(HELLOAUTH-RECORD)
006680                RIDFLD(AUTH-USERID)
006690                RESP(WS-RESP)
006700            END-EXEC.
006710            EVALUATE WS-RESP
006720                WHEN DFHRESP-NORMAL
006730                    SET APPLY-OK TO TRUE
006740                    MOVE "APPROVED - HELLOAUTH RECORD ADDED"
006750                        TO WS-APV-MSG
006751                    MOVE SPACES TO HELOJRN-RECORD
006752                    MOVE "HELLOAUTH" TO JRN-FILE
006753                    MOVE "A" TO JRN-ACTION
006754                    MOVE AUTH-USERID TO JRN-REC-KEY
006755                    MOVE HELLOAUTH-RECORD TO JRN-AFTER-IMAGE
006756                    PERFORM 9800-WRITE-JOURNAL
006760                WHEN DFHRESP-DUPKEY
006770                    MOVE "NOT APPLIED - RECORD EXISTS, REJECT IT"
006780                        TO WS-APV-MSG
006790                WHEN OTHER
006800                    PERFORM 9900-LOG-ERROR
006810                    MOVE "ADD FAILED - CONTACT THE HELP DESK"
006820                        TO WS-APV-MSG
006830            END-EVALUATE.
006840*
006850*     CLEAR BEFORE THE READ SO A SHORT PRE-WINDOW RECORD DOES NOT
006860*     PICK UP THE APPROVER'S OWN SHIFT WINDOW, LEFT IN THE RECORD
006870*     AREA BY 0600, FOR THE REWRITE TO FILE.
006880        7120-CHANGE-HELLOAUTH.
006890            MOVE SPACES TO HELLOAUTH-RECORD.
006900            MOVE REQ-TARGET TO AUTH-USERID.
006910            EXEC CICS READ FILE("HELLOAUTH")
006920                INTO(HELLOAUTH-RECORD)
006930                RIDFLD(AUTH-USERID)
006940                UPDATE
006950                RESP(WS-RESP)
006960            END-EXEC.
006970            IF WS-RESP = DFHRESP-NORMAL
006975                IF AUTH-GRP-ADMIN
006980                    AND NOT APPROVER-IS-ADMIN
006985                    PERFORM 7180-REFUSE-ADM-GRANT
006990                ELSE
006995                    PERFORM 7125-REWRITE-HELLOAUTH
007000                END-IF
007005            ELSE
007010                PERFORM 7190-APPLY-READ-FAILED
007015            END-IF.
007020*
007025        7125-REWRITE-HELLOAUTH.
007030            MOVE SPACES TO HELOJRN-RECORD.
007035            MOVE HELLOAUTH-RECORD TO JRN-BEFORE-IMAGE.
007040            IF REQ-NAME NOT = SPACES
007045                MOVE REQ-NAME TO AUTH-NAME
007050            END-IF.
007055            IF REQ-GROUP NOT = SPACES
007060                MOVE REQ-GROUP TO AUTH-GROUP
007065            END-IF.
007070            IF REQ-DAYS NOT = SPACES
007075                MOVE REQ-DAYS TO AUTH-DAYS
007080            END-IF.
007085            IF REQ-START NOT = SPACES
007090                MOVE REQ-START TO AUTH-START
007095                MOVE REQ-END TO AUTH-END
007100            END-IF.
007105            EXEC CICS REWRITE FILE("HELLOAUTH")
007110                FROM(HELLOAUTH-RECORD)
007115                RESP(WS-RESP)
007120            END-EXEC.
007125            IF WS-RESP = DFHRESP-NORMAL
007130                SET APPLY-OK TO TRUE
007135                MOVE "APPROVED - HELLOAUTH RECORD UPDATED"
007140                    TO WS-APV-MSG
007145                MOVE "HELLOAUTH" TO JRN-FILE
007150                MOVE "C" TO JRN-ACTION
007155                MOVE AUTH-USERID TO JRN-REC-KEY
007160                MOVE HELLOAUTH-RECORD TO JRN-AFTER-IMAGE
007165                PERFORM 9800-WRITE-JOURNAL
007170            ELSE
007175                PERFORM 9900-LOG-ERROR
007180                MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
007185                    TO WS-APV-MSG
007190            END-IF.
007270*
007280        7130-DELETE-HELLOAUTH.
007285            MOVE SPACES TO HELLOAUTH-RECORD.
007290            MOVE REQ-TARGET TO AUTH-USERID.
007300            EXEC CICS READ FILE("HELLOAUTH")
007310                INTO(HELLOAUTH-RECORD)
007320                RIDFLD(AUTH-USERID)
007330                UPDATE
007340                RESP(WS-RESP)
007350            END-EXEC.
007360            IF WS-RESP = DFHRESP-NORMAL
007365                IF AUTH-GRP-ADMIN
007370                    AND NOT APPROVER-IS-ADMIN
007375                    PERFORM 7180-REFUSE-ADM-GRANT
007380                ELSE
007385                    PERFORM 7135-DELETE-HELLOAUTH-RECORD
007390                END-IF
007395            ELSE
007400                PERFORM 7190-APPLY-READ-FAILED
007405            END-IF.
007410*
007415        7135-DELETE-HELLOAUTH-RECORD.
007420            EXEC CICS DELETE FILE("HELLOAUTH")
007425                RESP(WS-RESP)
007430            END-EXEC.
007435            IF WS-RESP = DFHRESP-NORMAL
007440                SET APPLY-OK TO TRUE
007445                MOVE "APPROVED - HELLOAUTH RECORD DELETED"
007450                    TO WS-APV-MSG
007455                MOVE SPACES TO HELOJRN-RECORD
007460                MOVE "HELLOAUTH" TO JRN-FILE
007465                MOVE "D" TO JRN-ACTION
007470                MOVE AUTH-USERID TO JRN-REC-KEY
007475                MOVE HELLOAUTH-RECORD TO JRN-BEFORE-IMAGE
007480                PERFORM 9800-WRITE-JOURNAL
007485            ELSE
007490                PERFORM 9900-LOG-ERROR
007495                MOVE "DELETE FAILED - CONTACT THE HELP DESK"
007500                    TO WS-APV-MSG
007505            END-IF.
007520*
007530        7140-ADD-OPERNAME.
007540            MOVE SPACES TO OPERNAME-RECORD.
007550            MOVE REQ-TARGET (1:4) TO OPN-KEY.
007560            MOVE REQ-NAME TO OPN-NAME.
007570            MOVE REQ-LANG-CD TO OPN-LANG-CD.
007580            EXEC CICS WRITE FILE("OPERNAME")
007590                FROM(OPERNAME-RECORD)
007600                RIDFLD(OPN-KEY)
007610                RESP(WS-RESP)
007620            END-EXEC.
007630            EVALUATE WS-RESP
007640                WHEN DFHRESP-NORMAL
007650                    SET APPLY-OK TO TRUE
007660                    MOVE "APPROVED - OPERNAME RECORD ADDED"
007670                        TO WS-APV-MSG
007671                    MOVE SPACES TO HELOJRN-RECORD
007672                    MOVE "OPERNAME" TO JRN-FILE
007673                    MOVE "A" TO JRN-ACTION
007674                    MOVE OPN-KEY TO JRN-REC-KEY
007675                    MOVE OPERNAME-RECORD TO JRN-AFTER-IMAGE
007676                    PERFORM 9800-WRITE-JOURNAL
007680                WHEN DFHRESP-DUPKEY
007690                    MOVE "NOT APPLIED - RECORD EXISTS, REJECT IT"
007700                        TO WS-APV-MSG
007710                WHEN OTHER
007720                    PERFORM 9900-LOG-ERROR
007730                    MOVE "ADD FAILED - CONTACT THE HELP DESK"
007740                        TO WS-APV-MSG
007750            END-EVALUATE.
007760*
007770        7150-CHANGE-OPERNAME.
007780            MOVE REQ-TARGET (1:4) TO OPN-KEY.
007790            EXEC CICS READ FILE("OPERNAME")
007800                INTO(OPERNAME-RECORD)
007810                RIDFLD(OPN-KEY)
007820                UPDATE
007830                RESP(WS-RESP)
007840            END-EXEC.
007850            IF WS-RESP = DFHRESP-NORMAL
007853                MOVE SPACES TO HELOJRN-RECORD
007856                MOVE OPERNAME-RECORD TO JRN-BEFORE-IMAGE
007860                IF REQ-NAME NOT = SPACES
007870                    MOVE REQ-NAME TO OPN-NAME
007880                END-IF
007890                IF REQ-LANG-CD NOT = SPACES
007900                    MOVE REQ-LANG-CD TO OPN-LANG-CD
007910                END-IF
007920                EXEC CICS REWRITE FILE("OPERNAME")
007930                    FROM(OPERNAME-RECORD)
007940                    RESP(WS-RESP)
007950                END-EXEC
007960                IF WS-RESP = DFHRESP-NORMAL
007970                    SET APPLY-OK TO TRUE
007980                    MOVE "APPROVED - OPERNAME RECORD UPDATED"
007990                        TO WS-APV-MSG
007991                    MOVE "OPERNAME" TO JRN-FILE
007992                    MOVE "C" TO JRN-ACTION
007993                    MOVE OPN-KEY TO JRN-REC-KEY
007994                    MOVE OPERNAME-RECORD TO JRN-AFTER-IMAGE
007995                    PERFORM 9800-WRITE-JOURNAL
008000                ELSE
008010                    PERFORM 9900-LOG-ERROR
008020                    MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
008030                        TO WS-APV-MSG
008040                END-IF
008050            ELSE
008060                PERFORM 7190-APPLY-READ-FAILED
008070            END-IF.
008080*
008090        7160-DELETE-OPERNAME.
008100            MOVE REQ-TARGET (1:4) TO OPN-KEY.
008110            EXEC CICS READ FILE("OPERNAME")
008120                INTO(OPERNAME-RECORD)
008130                RIDFLD(OPN-KEY)
008140                UPDATE
008150                RESP(WS-RESP)
008160            END-EXEC.
008170            IF WS-RESP = DFHRESP-NORMAL
008180                EXEC CICS DELETE FILE("OPERNAME")
008190                    RESP(WS-RESP)
008200                END-EXEC
008210                IF WS-RESP = DFHRESP-NORMAL
008220                    SET APPLY-OK TO TRUE
008230                    MOVE "APPROVED - OPERNAME RECORD DELETED"
008240                        TO WS-APV-MSG
008241                    MOVE SPACES TO HELOJRN-RECORD
008242                    MOVE "OPERNAME" TO JRN-FILE
008243                    MOVE "D" TO JRN-ACTION
008244                    MOVE OPN-KEY TO JRN-REC-KEY
008245                    MOVE OPERNAME-RECORD TO JRN-BEFORE-IMAGE
008246                    PERFORM 9800-WRITE-JOURNAL
008250                ELSE
008260                    PERFORM 9900-LOG-ERROR
008270                    MOVE "DELETE FAILED - CONTACT THE HELP DESK"
008280                        TO WS-APV-MSG
008290                END-IF
008300            ELSE
008310                PERFORM 7190-APPLY-READ-FAILED
008320            END-IF.
008330*
008332*     THE TARGET IS IN THE ADM GROUP TODAY, SO ONLY AN ADM
008334*     APPROVER MAY CHANGE OR REMOVE THE GRANT. THE HELLOAUTH
008336*     RECORD IS RELEASED AND THE REQUEST LEFT PENDING.
008338        7180-REFUSE-ADM-GRANT.
008340            EXEC CICS UNLOCK FILE("HELLOAUTH")
008342            END-EXEC.
008344            MOVE "ADM GRANTS NEED AN ADM APPROVER" TO WS-APV-MSG.
008346*
008348        7190-APPLY-READ-FAILED.
008350            IF WS-RESP = DFHRESP-NOTFND
008360                MOVE "NOT APPLIED - RECORD IS GONE, REJECT IT"
008370                    TO WS-APV-MSG
008380            ELSE
008390                PERFORM 9900-LOG-ERROR
008400                MOVE "READ FAILED - CONTACT THE HELP DESK"
008410                    TO WS-APV-MSG
008420            END-IF.
008430*
008440*     THE REQUEST IS HELD FOR UPDATE BY THE CALLER. NO CHECKER
008450*     IS RECORDED - NOBODY DECIDED IT.
008460        7800-MARK-EXPIRED.
008470            SET REQ-ST-EXPIRED TO TRUE.
008480            MOVE SPACES TO REQ-CHECKER.
008490            MOVE WS-NOW-DATE TO REQ-DEC-DATE.
008500            MOVE WS-NOW-TIME TO REQ-DEC-TIME.
008510            MOVE "NOT DECIDED IN TIME" TO REQ-REASON.
008520            EXEC CICS REWRITE FILE("HELOREQ")
008530                FROM(HELOREQ-RECORD)
008540                RESP(WS-RESP)
008550            END-EXEC.
008560            IF WS-RESP NOT = DFHRESP-NORMAL
008570                PERFORM 9900-LOG-ERROR
008580            END-IF.
008590*
008600*     FILE THE DECISION ON THE REQUEST HELD FOR UPDATE - WHO
008610*     DECIDED, WHEN, AND WHY. THE STATUS IS SET BY THE CALLER.
008620        7900-FILE-DECISION.
008630            MOVE WS-USERID TO REQ-CHECKER.
008640            MOVE WS-NOW-DATE TO REQ-DEC-DATE.
008650            MOVE WS-NOW-TIME TO REQ-DEC-TIME.
008660            MOVE CRSNI TO REQ-REASON.
008670            EXEC CICS REWRITE FILE("HELOREQ")
008680                FROM(HELOREQ-RECORD)
008690                RESP(WS-RESP)
008700            END-EXEC.
008710            IF WS-RESP NOT = DFHRESP-NORMAL
008720                PERFORM 9900-LOG-ERROR
008730                MOVE "DECISION NOT SAVED - CONTACT THE HELP DESK"
008740                    TO WS-APV-MSG
008750            END-IF.
008752*
008754*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
008756*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
008758*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
008760*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
008762*     BUT THE DENIAL STANDS.
008764        9700-WRITE-SECURITY-EVENT.
008766            EXEC CICS ASKTIME
008768                ABSTIME(WS-ABSTIME)
008770            END-EXEC.
008772            EXEC CICS FORMATTIME
008774                ABSTIME(WS-ABSTIME)
008776                YYYYMMDD(SEC-DATE)
008778                TIME(SEC-TIME)
008780            END-EXEC.
008782            MOVE EIBTRMID TO SEC-TRMID.
008784            MOVE EIBTASKN TO SEC-TASKN.
008786            MOVE WS-USERID TO SEC-USERID.
008788            MOVE EIBTRNID TO SEC-TRANID.
008790            MOVE "HELLOC" TO SEC-PROGRAM.
008792            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
008794            EXEC CICS WRITE FILE("HELOSEC")
008796                FROM(HELOSEC-RECORD)
008798                RIDFLD(SEC-KEY)
008800                RESP(WS-SEC-RESP)
008802            END-EXEC.
008804            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
008806                PERFORM 9900-LOG-ERROR
008808            END-IF.
008810*
008812*     WRITE ONE BEFORE/AFTER RECORD TO THE HELLOJRN CHANGE
008814*     JOURNAL, AS HELM DOES FOR ITS OWN CHANGES. THE CALLER HAS
008816*     FILLED IN THE FILE, ACTION, KEY AND IMAGES; THIS ADDS WHO,
008818*     WHERE AND WHEN. THE APPROVER IS RECORDED AS THE USER - THE
008820*     MAKER IS ON THE HELOREQ RECORD. A FAILED JOURNAL WRITE IS
008822*     LOGGED BUT DOES NOT UNDO THE CHANGE ALREADY MADE.
008824        9800-WRITE-JOURNAL.
008826            EXEC CICS ASKTIME
008828                ABSTIME(WS-ABSTIME)
008830            END-EXEC.
008832            EXEC CICS FORMATTIME
008834                ABSTIME(WS-ABSTIME)
008836                YYYYMMDD(JRN-DATE)
008838                TIME(JRN-TIME)
008840            END-EXEC.
008842            MOVE EIBTRMID TO JRN-TRMID.
008844            MOVE EIBTASKN TO JRN-TASKN.
008846            MOVE WS-USERID TO JRN-USERID.
008848            MOVE "HELV" TO JRN-SOURCE.
008850            EXEC CICS WRITE FILE("HELLOJRN")
008852                FROM(HELOJRN-RECORD)
008854                RIDFLD(JRN-KEY)
008856                RESP(WS-JRN-RESP)
008858            END-EXEC.
008860            IF WS-JRN-RESP NOT = DFHRESP-NORMAL
008862                PERFORM 9900-LOG-ERROR
008864            END-IF.
008866*
008868        9900-LOG-ERROR.
008870            MOVE EIBTRMID TO ERR-TRMID.
008872            MOVE EIBTASKN TO ERR-TASKN.
008874            MOVE EIBRESP  TO ERR-RESP.
008876            MOVE EIBRESP2 TO ERR-RESP2.
008878            EXEC CICS WRITEQ TS
008880                QUEUE("HELOERR")
008882                FROM(WS-ERROR-RECORD)
008884                LENGTH(LENGTH OF WS-ERROR-RECORD)
008886            END-EXEC.
008888            PERFORM 9950-WRITE-ERROR-HISTORY.
008890*
008892*     MIRROR THE HELOERR ENTRY TO THE PERMANENT HELOHIST KSDS,
008900*     EXACTLY AS HELLO'S 9200-WRITE-ERROR-HISTORY DOES - RESP/
008910*     RESP2 COME FROM WS-ERROR-RECORD BECAUSE THE ASKTIME HAS
008920*     ALREADY RESET THE EIB, AND A FAILING WRITE IS IGNORED SO
008930*     THE ERROR LOGGER CAN NEVER LOOP BACK INTO 9999-ERROR.
008940        9950-WRITE-ERROR-HISTORY.
008950            EXEC CICS ASKTIME
008960                ABSTIME(WS-ABSTIME)
008970            END-EXEC.
008980            EXEC CICS FORMATTIME
008990                ABSTIME(WS-ABSTIME)
009000                MMDDYY(HIST-DATE)
009010                TIME(HIST-TIME)
009020            END-EXEC.
009030            MOVE ERR-TRMID TO HIST-TRMID.
009040            MOVE ERR-TASKN TO HIST-TASKN.
009050            MOVE ERR-RESP  TO HIST-RESP.
009060            MOVE ERR-RESP2 TO HIST-RESP2.
009070            EXEC CICS WRITE FILE("HELOHIST")
009080                FROM(HELOHIST-RECORD)
009090                RIDFLD(HIST-KEY)
009100                RESP(WS-LOG-RESP)
009110            END-EXEC.
009120*
009130*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
009140*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN).
009150        9999-ERROR.
009160            PERFORM 9900-LOG-ERROR.
009170            MOVE LOW-VALUES TO HELCDO.
009180            MOVE "TRANSACTION UNAVAILABLE - CONTACT THE HELP DESK"
009190                TO CMSGO.
009200            EXEC CICS SEND MAP("HELCD")
009210                MAPSET("HELLOCM")
009220                FROM(HELCDO)
009230                ERASE
009240                RESP(WS-RESP)
009250            END-EXEC.
009260*     RESP KEEPS A FAILING SEND FROM RE-DRIVING HANDLE CONDITION
009270*     ERROR BACK INTO THIS PARAGRAPH.
009280            EXEC CICS RETURN
009290            END-EXEC.
