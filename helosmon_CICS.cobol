000010*      HELLO ACTIVE SESSION MONITOR
000020        IDENTIFICATION DIVISION.
000030        PROGRAM-ID. HELOSMON.
000040*     SUPERVISOR'S "WHO IS ON NOW" VIEW OF THE HELLO DIALOG,
000050*     INVOKED UNDER TRANSID HELS. HELLO MIRRORS ITS COMMAREA TO A
000060*     TS QUEUE NAMED HD+TRMID+CK AFTER EVERY SCREEN SEND AND
000070*     DELETES IT ON A CLEAN EXIT (SEE 0100-BUILD-CKPT-QID THERE),
000080*     SO THE REGION'S HD**CK QUEUES ARE EXACTLY THE TERMINALS
000090*     MID-DIALOG. THIS TRANSACTION BROWSES THEM THE WAY HELOHSKP
000100*     DOES AND LISTS EACH ONE WITH THE TERMINAL'S OPERNAME NAME,
000110*     THE LAST USERID TODAY'S HELLOAUD TRAIL SHOWS ON IT, WHERE
000120*     THE CHECKPOINTED DIALOG STANDS AND HOW MANY MINUTES THE
000130*     QUEUE HAS GONE UNTOUCHED. KEYING A LINE NUMBER AND PF5
000140*     CLEARS THAT TERMINAL'S CHECKPOINT ON THE SPOT, INSTEAD OF
000150*     WAITING FOR HELK'S TWO-HOUR THRESHOLD; EVERY SUCH RESET IS
000160*     JOURNALED ON HELLOJRN, SO IT PRINTS ON THE NIGHTLY HELOJRPT.
000170*     APPROVER AND ADMIN GROUPS ONLY.
000180        AUTHOR. ROBERT GOSLING.
000190 ENVIRONMENT DIVISION.
000200        DATA DIVISION.
000210        WORKING-STORAGE SECTION.
000220*
000230        COPY DFHAID.
000240        COPY DFHRESP.
000250*
000260        01  WS-RESP                 PIC S9(8) COMP VALUE 0.
000270*
000280*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000290*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000300        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000310*
000320*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000330*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000340        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000350*
000360*     RESP FOR THE CHANGE-JOURNAL WRITE (SEE 9800), KEPT APART
000370*     SO A FAILED WRITE NEVER DISTURBS THE RESET IT RECORDS.
000380        01  WS-JRN-RESP             PIC S9(8) COMP VALUE 0.
000390*
000400        01  WS-DATE-AREA.
000410            05  WS-DATE             PIC X(8) VALUE SPACES.
000420            05  WS-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
000430*
000440        01  WS-USERID               PIC X(8) VALUE SPACES.
000450*
000460        01  WS-AUTH-SW              PIC X(1) VALUE "N".
000470            88  USER-AUTHORIZED     VALUE "Y".
000480            88  USER-NOT-AUTHORIZED VALUE "N".
000490*
000500*     SET BY 0680-CHECK-SHIFT-WINDOW WHEN THE OPERATOR'S
000510*     HELLOAUTH RECORD CARRIES A SHIFT WINDOW AND THE CLOCK IS
000520*     OUTSIDE IT, AS IN HELLO ITSELF.
000530        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000540            88  USER-IN-WINDOW      VALUE "Y".
000550            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000560*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000570*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000580            88  USER-SITE-CLOSED    VALUE "C".
000590        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000600        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000610        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000620        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000630        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000640*
000650        01  WS-BROWSE-SW            PIC X(1) VALUE "N".
000660            88  WS-BROWSE-DONE      VALUE "Y".
000670        01  WS-AUD-SW               PIC X(1) VALUE "N".
000680            88  WS-AUD-DONE         VALUE "Y".
000690*
000700        01  WS-SMON-MSG             PIC X(78) VALUE SPACES.
000710*
000720*     TS QUEUE NAME AS RETURNED BY THE INQUIRE BROWSE, WITH THE
000730*     VIEW HELOHSKP USES TO PICK OUT HELLO'S CHECKPOINT QUEUES.
000740        01  WS-TSQNAME              PIC X(16) VALUE SPACES.
000750        01  FILLER REDEFINES WS-TSQNAME.
000760            05  WS-TSQ-SHORT        PIC X(8).
000770            05  FILLER REDEFINES WS-TSQ-SHORT.
000780                10  WS-TSQ-PREFIX   PIC X(2).
000790                10  WS-TSQ-TRMID    PIC X(4).
000800                10  WS-TSQ-SUFFIX   PIC X(2).
000810            05  WS-TSQ-TAIL         PIC X(8).
000820        01  WS-LASTUSED             PIC S9(8) COMP VALUE 0.
000830        01  WS-IDLE-MIN             PIC S9(8) COMP VALUE 0.
000840        01  WS-CKPT-QID             PIC X(8) VALUE SPACES.
000850*
000860*     CHECKPOINT QUEUES SEEN ON THIS BROWSE, WHETHER OR NOT THEY
000870*     FELL ON THE PAGE BEING BUILT.
000880        01  WS-ACTIVE-COUNT         PIC S9(4) COMP VALUE 0.
000890        01  WS-PAGE-MAX             PIC S9(4) COMP VALUE 0.
000900        01  WS-PAGE-NUM             PIC S9(4) COMP VALUE 0.
000910        01  WS-LINE-SUB             PIC S9(4) COMP VALUE 0.
000920*
000930*     LINE NUMBER KEYED FOR A RESET. THE FIELD IS RIGHT-JUSTIFIED
000940*     AND ZERO-FILLED BY BMS, SO "5" ARRIVES AS "05".
000950        01  WS-SEL-LINE             PIC X(2) VALUE SPACES.
000960        01  FILLER REDEFINES WS-SEL-LINE.
000970            05  WS-SEL-NUM          PIC 9(2).
000980        01  WS-RESET-TRMID          PIC X(4) VALUE SPACES.
000990*
001000*     TERMINAL AND DATE WHOSE LAST HELLOAUD RECORD IS WANTED -
001010*     THE FIRST TWELVE BYTES OF AUD-KEY.
001020        01  WS-AUD-TARGET.
001030            05  WS-AUD-TGT-TRMID    PIC X(4).
001040            05  WS-AUD-TGT-DATE     PIC X(8).
001050*
001060*     ONE SCREEN PAGE OF SESSION LINES.
001070        01  WS-PAGE-TABLE.
001080            05  WS-PAGE-LINE        PIC X(78) OCCURS 12 TIMES.
001090*
001100*     ONE FORMATTED SESSION LINE.
001110        01  WS-SL-LINE.
001120            05  WS-SL-NO            PIC 9(2).
001130            05  FILLER              PIC X(2) VALUE SPACES.
001140            05  WS-SL-TRMID         PIC X(4).
001150            05  FILLER              PIC X(2) VALUE SPACES.
001160            05  WS-SL-NAME          PIC X(20).
001170            05  FILLER              PIC X(2) VALUE SPACES.
001180            05  WS-SL-USERID        PIC X(8).
001190            05  FILLER              PIC X(2) VALUE SPACES.
001200            05  WS-SL-STATE         PIC X(11).
001210            05  FILLER              PIC X(2) VALUE SPACES.
001220            05  WS-SL-IDLE          PIC ZZZ9.
001230            05  FILLER              PIC X(19) VALUE SPACES.
001240*
001250        01  WS-COUNT-MSG.
001260            05  WS-CM-COUNT         PIC ZZZ9.
001270            05  FILLER              PIC X(16)
001280                                    VALUE " ACTIVE SESSIONS".
001290            05  WS-CM-MORE          PIC X(58) VALUE SPACES.
001300*
001310        01  WS-RESET-MSG.
001320            05  FILLER              PIC X(20)
001330                                    VALUE "SESSION ON TERMINAL ".
001340            05  WS-RM-TRMID         PIC X(4).
001350            05  WS-RM-TEXT          PIC X(54).
001360*
001370*     TS QUEUE ERROR LOG RECORD - SAME HELOERR QUEUE AND LAYOUT
001380*     THE REST OF THE SUITE WRITES TO, SO ALL SUITE ERRORS SHOW
001390*     UP IN ONE PLACE.
001400        01  WS-ERROR-RECORD.
001410            05  ERR-TRMID            PIC X(4).
001420            05  ERR-TASKN            PIC S9(7) COMP-3.
001430            05  ERR-RESP             PIC S9(8) COMP.
001440            05  ERR-RESP2            PIC S9(8) COMP.
001450*
001460*     VSAM KSDS RECORD LAYOUT - USERS AUTHORIZED TO RUN HELLO
001470        COPY HELLOAUTH.
001480*
001490*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001500        COPY HELOHIST.
001510*
001520*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001530        COPY HELOSEC.
001540*
001550*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001560        COPY HELOCAL.
001570*
001580*     VSAM KSDS RECORD LAYOUT - BEFORE/AFTER CHANGE JOURNAL
001590        COPY HELOJRN.
001600*
001610*     VSAM KSDS RECORD LAYOUT - OPERATOR NAME BY TERMINAL
001620        COPY OPERNAM.
001630*
001640*     VSAM KSDS RECORD LAYOUT - HELLO AUDIT TRAIL
001650        COPY HELLOAUD.
001660*
001670*     A HELLO DIALOG CHECKPOINT AS READ BACK FROM ITS TS QUEUE
001680        COPY HELLOCA REPLACING HELLO-COMMAREA BY WS-CKPT-AREA.
001690*
001700*     WORKING COPY OF THE COMMAREA, BUILT BEFORE EACH RETURN
001710        COPY HELOSCA REPLACING HELOSM-COMMAREA BY WS-COMMAREA.
001720*
001730        COPY HELOSMM.
001740*
001750        LINKAGE SECTION.
001760*
001770        COPY HELOSCA REPLACING HELOSM-COMMAREA BY DFHCOMMAREA.
001780*
001790        PROCEDURE DIVISION.
001800*
001810        0000-MAIN.
001820            EXEC CICS HANDLE CONDITION
001830                ERROR(9999-ERROR)
001840            END-EXEC.
001850            EXEC CICS HANDLE ABEND
001860                LABEL(9999-ERROR)
001870            END-EXEC.
001880            EXEC CICS ASSIGN
001890                USERID(WS-USERID)
001900            END-EXEC.
001910            PERFORM 0600-CHECK-AUTHORIZED.
001920            IF USER-NOT-AUTHORIZED
001930                PERFORM 0700-SEND-NOT-AUTHORIZED
001940                EXEC CICS RETURN
001950                END-EXEC
001960            ELSE
001970            IF USER-OUTSIDE-HOURS
001980                PERFORM 0750-SEND-OUTSIDE-HOURS
001990                EXEC CICS RETURN
002000                END-EXEC
002010            ELSE
002020                IF EIBCALEN = 0
002030                    MOVE SPACES TO WS-COMMAREA
002040                    MOVE 0 TO CA-SKIP-COUNT OF WS-COMMAREA
002050                    PERFORM 3000-FILL-PAGE
002060                    PERFORM 4000-SEND-MONITOR-SCREEN
002070                ELSE
002080                    MOVE DFHCOMMAREA TO WS-COMMAREA
002090                    PERFORM 6000-RECEIVE-MONITOR
002100                END-IF
002110            END-IF
002120            END-IF.
002130*
002140*     CLEARING ANOTHER OPERATOR'S DIALOG IS A SUPERVISOR'S CALL,
002150*     SO ONLY THE GROUPS THAT SUPERVISE THE FLOOR - APPROVER AND
002160*     ADMIN, AS FOR HELV - ARE ADMITTED.
002170        0600-CHECK-AUTHORIZED.
002180            MOVE SPACES TO HELLOAUTH-RECORD.
002190            MOVE WS-USERID TO AUTH-USERID.
002200            EXEC CICS READ FILE("HELLOAUTH")
002210                INTO(HELLOAUTH-RECORD)
002220                RIDFLD(AUTH-USERID)
002230                RESP(WS-RESP)
002240            END-EXEC.
002250            IF WS-RESP = DFHRESP-NORMAL
002260                IF AUTH-GRP-APPROVER
002270                    OR AUTH-GRP-ADMIN
002280                    SET USER-AUTHORIZED TO TRUE
002290                    PERFORM 0680-CHECK-SHIFT-WINDOW
002300                ELSE
002310                    SET USER-NOT-AUTHORIZED TO TRUE
002320                END-IF
002330            ELSE
002340                SET USER-NOT-AUTHORIZED TO TRUE
002350                IF WS-RESP NOT = DFHRESP-NOTFND
002360                    PERFORM 9900-LOG-ERROR
002370                END-IF
002380            END-IF.
002390*
002400*     A HELLOAUTH RECORD WAS READ (WS-RESP NORMAL) BUT ITS GROUP
002410*     DOES NOT COVER THIS TRANSACTION - OTHERWISE THERE WAS NO
002420*     GRANT AT ALL.
002430        0700-SEND-NOT-AUTHORIZED.
002440            MOVE SPACES TO HELOSEC-RECORD.
002450            IF WS-RESP = DFHRESP-NORMAL
002460                SET SEC-WRONG-GROUP TO TRUE
002470            ELSE
002480                SET SEC-NO-GRANT TO TRUE
002490            END-IF.
002500            PERFORM 9700-WRITE-SECURITY-EVENT.
002510            MOVE LOW-VALUES TO HELSMO.
002520            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
002530                TO SMSGO.
002540            EXEC CICS SEND MAP("HELSM")
002550                MAPSET("HELOSMM")
002560                FROM(HELSMO)
002570                ERASE
002580            END-EXEC.
002590*
002600*     ENFORCE THE SHIFT WINDOW ON THE OPERATOR'S HELLOAUTH
002610*     RECORD, EXACTLY AS HELLO'S OWN 0680 DOES - AUTH-DAYS OF
002620*     SPACES (EVERY PRE-WINDOW RECORD) MEANS NO RESTRICTION,
002630*     AND AN END TIME BEFORE THE START WRAPS PAST MIDNIGHT.
002640        0680-CHECK-SHIFT-WINDOW.
002650            SET USER-IN-WINDOW TO TRUE.
002660            IF AUTH-DAYS NOT = SPACES
002670                EXEC CICS ASKTIME
002680                    ABSTIME(WS-ABSTIME)
002690                END-EXEC
002700                EXEC CICS FORMATTIME
002710                    ABSTIME(WS-ABSTIME)
002720                    TIME(WS-CHK-TIME)
002730                    DAYOFWEEK(WS-CHK-DOW)
002740                END-EXEC
002750                COMPUTE WS-DOW-SUB = WS-CHK-DOW + 1
002760                IF AUTH-DAYS (WS-DOW-SUB:1) NOT = "Y"
002770                    SET USER-OUTSIDE-HOURS TO TRUE
002780                ELSE
002790                    IF AUTH-START NOT = SPACES
002800                        AND AUTH-END NOT = SPACES
002810                        IF AUTH-START <= AUTH-END
002820                            IF WS-CHK-TIME (1:4) < AUTH-START
002830                                OR WS-CHK-TIME (1:4) > AUTH-END
002840                                SET USER-OUTSIDE-HOURS TO TRUE
002850                            END-IF
002860                        ELSE
002870                            IF WS-CHK-TIME (1:4) < AUTH-START
002880                                AND WS-CHK-TIME (1:4) > AUTH-END
002890                                SET USER-OUTSIDE-HOURS TO TRUE
002900                            END-IF
002910                        END-IF
002920                    END-IF
002930                END-IF
002940            END-IF.
002950            IF NOT AUTH-GRP-ADMIN
002960                PERFORM 0690-CHECK-SITE-CLOSED
002970            END-IF.
002980*
002990*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
003000*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
003010*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
003020*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
003030*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
003040        0690-CHECK-SITE-CLOSED.
003050            EXEC CICS ASKTIME
003060                ABSTIME(WS-ABSTIME)
003070            END-EXEC.
003080            EXEC CICS FORMATTIME
003090                ABSTIME(WS-ABSTIME)
003100                YYYYMMDD(WS-CHK-DATE)
003110            END-EXEC.
003120            MOVE SPACES TO HELOCAL-RECORD.
003130            MOVE WS-CHK-DATE TO CAL-DATE.
003140            EXEC CICS READ FILE("HELOCAL")
003150                INTO(HELOCAL-RECORD)
003160                RIDFLD(CAL-DATE)
003170                RESP(WS-CAL-RESP)
003180            END-EXEC.
003190            IF WS-CAL-RESP = DFHRESP-NORMAL
003200                IF CAL-CLOSURE
003210                    SET USER-SITE-CLOSED TO TRUE
003220                END-IF
003230            ELSE
003240                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
003250                    PERFORM 9900-LOG-ERROR
003260                END-IF
003270            END-IF.
003280*
003290        0750-SEND-OUTSIDE-HOURS.
003300            MOVE SPACES TO HELOSEC-RECORD.
003310            IF USER-SITE-CLOSED
003320                SET SEC-SITE-CLOSED TO TRUE
003330            ELSE
003340                SET SEC-OUTSIDE-WINDOW TO TRUE
003350            END-IF.
003360            PERFORM 9700-WRITE-SECURITY-EVENT.
003370            MOVE LOW-VALUES TO HELSMO.
003380            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
003390                TO SMSGO.
003400            IF USER-SITE-CLOSED
003410                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO SMSGO
003420            END-IF.
003430            EXEC CICS SEND MAP("HELSM")
003440                MAPSET("HELOSMM")
003450                FROM(HELSMO)
003460                ERASE
003470            END-EXEC.
003480*
003490*     TODAY IN THE SAME MMDDYY FORM HELLO STAMPS ON AUD-DATE, SO
003500*     IT DOUBLES AS THE SCREEN DATE AND THE HELLOAUD KEY DATE.
003510        1100-BUILD-DATE.
003520            EXEC CICS ASKTIME
003530                ABSTIME(WS-ABSTIME)
003540            END-EXEC.
003550            EXEC CICS FORMATTIME
003560                ABSTIME(WS-ABSTIME)
003570                MMDDYY(WS-DATE)
003580            END-EXEC.
003590*
003600*     BROWSE EVERY TS QUEUE NAME IN THE REGION, COUNT THE HELLO
003610*     CHECKPOINTS AND BUILD A LINE FOR EACH ONE THAT FALLS ON
003620*     THE PAGE - THE CA-SKIP-COUNT SESSIONS BEFORE IT ARE
003630*     COUNTED BUT NOT SHOWN. THE BROWSE ALWAYS RUNS TO THE END
003640*     SO THE TOTAL ON THE SCREEN IS THE WHOLE REGION'S.
003650        3000-FILL-PAGE.
003660            MOVE 0 TO WS-PAGE-MAX.
003670            MOVE 0 TO WS-ACTIVE-COUNT.
003680            MOVE SPACES TO CA-PAGE-TABLE OF WS-COMMAREA.
003690            MOVE SPACES TO WS-PAGE-TABLE.
003700            MOVE "N" TO WS-BROWSE-SW.
003710            PERFORM 1100-BUILD-DATE.
003720            EXEC CICS INQUIRE TSQNAME START
003730                RESP(WS-RESP)
003740            END-EXEC.
003750            IF WS-RESP NOT = DFHRESP-NORMAL
003760                PERFORM 9900-LOG-ERROR
003770                SET WS-BROWSE-DONE TO TRUE
003780            END-IF.
003790            PERFORM 3100-EXAMINE-NEXT-QUEUE
003800                UNTIL WS-BROWSE-DONE.
003810            EXEC CICS INQUIRE TSQNAME END
003820                RESP(WS-RESP)
003830            END-EXEC.
003840*
003850        3100-EXAMINE-NEXT-QUEUE.
003860            MOVE SPACES TO WS-TSQNAME.
003870            EXEC CICS INQUIRE TSQNAME(WS-TSQNAME) NEXT
003880                LASTUSEDINT(WS-LASTUSED)
003890                RESP(WS-RESP)
003900            END-EXEC.
003910            EVALUATE WS-RESP
003920                WHEN DFHRESP-NORMAL
003930                    PERFORM 3200-TAKE-IF-CHECKPOINT
003940                WHEN DFHRESP-END
003950                    SET WS-BROWSE-DONE TO TRUE
003960                WHEN OTHER
003970                    PERFORM 9900-LOG-ERROR
003980                    SET WS-BROWSE-DONE TO TRUE
003990            END-EVALUATE.
004000*
004010*     ONLY QUEUES BUILT BY HELLO'S 0100-BUILD-CKPT-QID QUALIFY:
004020*     'HD' + 4-BYTE TRMID + 'CK' IN AN 8-BYTE NAME.
004030        3200-TAKE-IF-CHECKPOINT.
004040            IF WS-TSQ-PREFIX = "HD"
004050                AND WS-TSQ-SUFFIX = "CK"
004060                AND WS-TSQ-TAIL = SPACES
004070                ADD 1 TO WS-ACTIVE-COUNT
004080                IF WS-ACTIVE-COUNT > CA-SKIP-COUNT OF WS-COMMAREA
004090                    AND WS-PAGE-MAX < 12
004100                    ADD 1 TO WS-PAGE-MAX
004110                    PERFORM 3300-FORMAT-SESSION-LINE
004120                END-IF
004130            END-IF.
004140*
004150        3300-FORMAT-SESSION-LINE.
004160            MOVE WS-PAGE-MAX TO WS-SL-NO.
004170            MOVE WS-TSQ-TRMID TO WS-SL-TRMID.
004180            MOVE WS-TSQ-TRMID
004190                TO CA-PAGE-TRMID OF WS-COMMAREA (WS-PAGE-MAX).
004200            PERFORM 3400-READ-CHECKPOINT.
004210            PERFORM 3500-LOOKUP-OPERNAME.
004220            PERFORM 3600-FIND-LAST-USERID.
004230            COMPUTE WS-IDLE-MIN = WS-LASTUSED / 60.
004240            IF WS-IDLE-MIN > 9999
004250                MOVE 9999 TO WS-IDLE-MIN
004260            END-IF.
004270            MOVE WS-IDLE-MIN TO WS-SL-IDLE.
004280            MOVE WS-SL-LINE TO WS-PAGE-LINE (WS-PAGE-MAX).
004290*
004300*     THE CHECKPOINT IS HELLO'S OWN COMMAREA, SO ITS CA-STATE
004310*     SAYS WHICH SCREEN THE OPERATOR WAS LEFT ON. A QIDERR MEANS
004320*     THE DIALOG ENDED BETWEEN THE BROWSE AND THIS READ.
004330        3400-READ-CHECKPOINT.
004340            MOVE WS-TSQ-SHORT TO WS-CKPT-QID.
004350            MOVE SPACES TO WS-CKPT-AREA.
004360            EXEC CICS READQ TS QUEUE(WS-CKPT-QID)
004370                INTO(WS-CKPT-AREA)
004380                LENGTH(LENGTH OF WS-CKPT-AREA)
004390                ITEM(1)
004400                RESP(WS-RESP)
004410            END-EXEC.
004420            IF WS-RESP = DFHRESP-NORMAL
004430                EVALUATE TRUE
004440                    WHEN CA-ST-NAME-PROMPT OF WS-CKPT-AREA
004450                        MOVE "NAME PROMPT" TO WS-SL-STATE
004460                    WHEN CA-ST-MENU OF WS-CKPT-AREA
004470                        MOVE "MENU" TO WS-SL-STATE
004480                    WHEN CA-ST-UPDINFO OF WS-CKPT-AREA
004490                        MOVE "UPDATE INFO" TO WS-SL-STATE
004500                    WHEN OTHER
004510                        MOVE "UNKNOWN" TO WS-SL-STATE
004520                END-EVALUATE
004530            ELSE
004540                IF WS-RESP = DFHRESP-QIDERR
004550                    MOVE "ENDED" TO WS-SL-STATE
004560                ELSE
004570                    PERFORM 9900-LOG-ERROR
004580                    MOVE "UNKNOWN" TO WS-SL-STATE
004590                END-IF
004600            END-IF.
004610*
004620*     OPERNAME IS KEYED BY TERMINAL. A TERMINAL WITH NO RECORD
004630*     SHOWS THE NAME THE DIALOG ITSELF CARRIES (FROM THE
004640*     OPERATOR'S PROFILE OR KEYED AT THE NAME PROMPT), IF ANY.
004650        3500-LOOKUP-OPERNAME.
004660            MOVE SPACES TO OPERNAME-RECORD.
004670            MOVE WS-TSQ-TRMID TO OPN-KEY.
004680            EXEC CICS READ FILE("OPERNAME")
004690                INTO(OPERNAME-RECORD)
004700                RIDFLD(OPN-KEY)
004710                RESP(WS-RESP)
004720            END-EXEC.
004730            EVALUATE WS-RESP
004740                WHEN DFHRESP-NORMAL
004750                    MOVE OPN-NAME TO WS-SL-NAME
004760                WHEN DFHRESP-NOTFND
004770                    MOVE CA-OPER-NAME OF WS-CKPT-AREA
004775                        TO WS-SL-NAME
004780                WHEN OTHER
004790                    PERFORM 9900-LOG-ERROR
004800                    MOVE SPACES TO WS-SL-NAME
004810            END-EVALUATE.
004820*
004830*     AUD-KEY LEADS WITH TERMINAL AND DATE, SO THE LAST RECORD
004840*     FOR THIS TERMINAL TODAY IS THE ONE JUST BELOW THE TARGET
004850*     WITH HIGH-VALUES FOR TIME AND TASK. STARTBR GTEQ PUTS THE
004860*     BROWSE ON THE FIRST RECORD ABOVE IT, WHICH THE FIRST
004870*     READPREV HANDS BACK AND 3650 STEPS OVER; WHEN NOTHING LIES
004880*     ABOVE IT THE BROWSE STARTS FROM THE END OF THE FILE
004890*     INSTEAD, AS HELOHBRW'S DOES.
004900        3600-FIND-LAST-USERID.
004910            MOVE SPACES TO WS-SL-USERID.
004920            MOVE WS-TSQ-TRMID TO WS-AUD-TGT-TRMID.
004930            MOVE WS-DATE TO WS-AUD-TGT-DATE.
004940            MOVE HIGH-VALUES TO AUD-KEY.
004950            MOVE WS-AUD-TARGET TO AUD-KEY (1:12).
004960            EXEC CICS STARTBR FILE("HELLOAUD")
004970                RIDFLD(AUD-KEY)
004980                GTEQ
004990                RESP(WS-RESP)
005000            END-EXEC.
005010            IF WS-RESP = DFHRESP-NOTFND
005020                MOVE HIGH-VALUES TO AUD-KEY
005030                EXEC CICS STARTBR FILE("HELLOAUD")
005040                    RIDFLD(AUD-KEY)
005050                    GTEQ
005060                    RESP(WS-RESP)
005070                END-EXEC
005080            END-IF.
005090            IF WS-RESP = DFHRESP-NORMAL
005100                MOVE "N" TO WS-AUD-SW
005110                PERFORM 3650-READ-AUDIT-BACK
005120                    UNTIL WS-AUD-DONE
005130                EXEC CICS ENDBR FILE("HELLOAUD")
005140                    RESP(WS-RESP)
005150                END-EXEC
005160            ELSE
005170                IF WS-RESP NOT = DFHRESP-NOTFND
005180                    PERFORM 9900-LOG-ERROR
005190                END-IF
005200            END-IF.
005210*
005220        3650-READ-AUDIT-BACK.
005230            EXEC CICS READPREV FILE("HELLOAUD")
005240                INTO(HELLOAUD-RECORD)
005250                RIDFLD(AUD-KEY)
005260                RESP(WS-RESP)
005270            END-EXEC.
005280            EVALUATE WS-RESP
005290                WHEN DFHRESP-NORMAL
005300                    IF AUD-KEY (1:12) = WS-AUD-TARGET
005310                        MOVE AUD-USERID TO WS-SL-USERID
005320                        SET WS-AUD-DONE TO TRUE
005330                    ELSE
005340                        IF AUD-KEY (1:12) < WS-AUD-TARGET
005350                            SET WS-AUD-DONE TO TRUE
005360                        END-IF
005370                    END-IF
005380                WHEN DFHRESP-ENDFILE
005390                    SET WS-AUD-DONE TO TRUE
005400                WHEN OTHER
005410                    PERFORM 9900-LOG-ERROR
005420                    SET WS-AUD-DONE TO TRUE
005430            END-EVALUATE.
005440*
005450*     PAINT THE PAGE AND RETURN PSEUDO-CONVERSATIONALLY UNDER
005460*     HELS. A MESSAGE LEFT BY A RESET OR PAGE REQUEST TAKES THE
005470*     MESSAGE LINE; OTHERWISE IT SHOWS THE SESSION COUNT.
005480        4000-SEND-MONITOR-SCREEN.
005490            MOVE LOW-VALUES TO HELSMO.
005500            MOVE WS-DATE TO SDTEO.
005510            IF WS-SMON-MSG NOT = SPACES
005520                MOVE WS-SMON-MSG TO SMSGO
005530                MOVE SPACES TO WS-SMON-MSG
005540            ELSE
005550                IF WS-ACTIVE-COUNT = 0
005560                    MOVE "NO HELLO SESSIONS ACTIVE" TO SMSGO
005570                ELSE
005580                    MOVE WS-ACTIVE-COUNT TO WS-CM-COUNT
005590                    MOVE SPACES TO WS-CM-MORE
005600                    IF WS-ACTIVE-COUNT >
005610                        CA-SKIP-COUNT OF WS-COMMAREA + WS-PAGE-MAX
005620                        MOVE " - PF8 FOR MORE" TO WS-CM-MORE
005630                    END-IF
005640                    MOVE WS-COUNT-MSG TO SMSGO
005650                END-IF
005660            END-IF.
005670            PERFORM 4100-MOVE-PAGE-LINE
005680                VARYING WS-LINE-SUB FROM 1 BY 1
005690                UNTIL WS-LINE-SUB > WS-PAGE-MAX.
005700            EXEC CICS SEND MAP("HELSM")
005710                MAPSET("HELOSMM")
005720                FROM(HELSMO)
005730                ERASE
005740            END-EXEC.
005750            SET CA-ST-MONITOR OF WS-COMMAREA TO TRUE.
005760            EXEC CICS RETURN
005770                TRANSID("HELS")
005780                COMMAREA(WS-COMMAREA)
005790                LENGTH(LENGTH OF WS-COMMAREA)
005800            END-EXEC.
005810*
005820        4100-MOVE-PAGE-LINE.
005830            EVALUATE WS-LINE-SUB
005840                WHEN 1
005850                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL01O
005860                WHEN 2
005870                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL02O
005880                WHEN 3
005890                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL03O
005900                WHEN 4
005910                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL04O
005920                WHEN 5
005930                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL05O
005940                WHEN 6
005950                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL06O
005960                WHEN 7
005970                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL07O
005980                WHEN 8
005990                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL08O
006000                WHEN 9
006010                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL09O
006020                WHEN 10
006030                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL10O
006040                WHEN 11
006050                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL11O
006060                WHEN 12
006070                    MOVE WS-PAGE-LINE (WS-LINE-SUB) TO SL12O
006080            END-EVALUATE.
006090*
006100*     A RESET NEEDS BOTH A LINE NUMBER AND PF5, SO AN ENTER WITH
006110*     A STRAY NUMBER IN THE FIELD ONLY REFRESHES. THE LINE MAPS
006120*     TO THE TERMINAL SAVED IN THE COMMAREA WHEN THE SCREEN WAS
006130*     SENT, NOT TO WHATEVER NOW SITS AT THAT POSITION.
006140        5000-RESET-SESSION.
006150            MOVE SSELI TO WS-SEL-LINE.
006160            IF WS-SEL-LINE NOT NUMERIC
006170                OR WS-SEL-NUM < 1
006180                OR WS-SEL-NUM > 12
006190                MOVE "KEY THE SESSION'S LINE NUMBER, THEN PF5"
006200                    TO WS-SMON-MSG
006210            ELSE
006220                IF CA-PAGE-TRMID OF WS-COMMAREA (WS-SEL-NUM)
006225                    = SPACES
006230                    MOVE "NO SESSION ON THAT LINE" TO WS-SMON-MSG
006240                ELSE
006250                    MOVE CA-PAGE-TRMID OF WS-COMMAREA (WS-SEL-NUM)
006260                        TO WS-RESET-TRMID
006270                    PERFORM 5100-DELETE-CHECKPOINT
006280                END-IF
006290            END-IF.
006300*
006310*     THE CHECKPOINT IS READ FIRST SO THE JOURNAL RECORD CARRIES
006320*     WHAT WAS THROWN AWAY. WITH THE QUEUE GONE, A TERMINAL THAT
006330*     DROPPED MID-DIALOG STARTS ITS NEXT HELO AFRESH INSTEAD OF
006340*     BEING PUT BACK ON THE OLD SCREEN. A QIDERR ON EITHER CALL
006350*     MEANS THE SESSION ENDED ON ITS OWN SINCE THE SCREEN WAS
006360*     SENT - NOTHING TO JOURNAL.
006370        5100-DELETE-CHECKPOINT.
006380            STRING "HD" DELIMITED BY SIZE
006390                WS-RESET-TRMID DELIMITED BY SIZE
006400                "CK" DELIMITED BY SIZE
006410                INTO WS-CKPT-QID
006420            END-STRING.
006430            MOVE WS-RESET-TRMID TO WS-RM-TRMID.
006440            MOVE SPACES TO WS-CKPT-AREA.
006450            EXEC CICS READQ TS QUEUE(WS-CKPT-QID)
006460                INTO(WS-CKPT-AREA)
006470                LENGTH(LENGTH OF WS-CKPT-AREA)
006480                ITEM(1)
006490                RESP(WS-RESP)
006500            END-EXEC.
006510            IF WS-RESP NOT = DFHRESP-NORMAL
006520                AND WS-RESP NOT = DFHRESP-QIDERR
006530                PERFORM 9900-LOG-ERROR
006540            END-IF.
006550            IF WS-RESP = DFHRESP-QIDERR
006560                MOVE " HAD ALREADY ENDED" TO WS-RM-TEXT
006570            ELSE
006580                EXEC CICS DELETEQ TS QUEUE(WS-CKPT-QID)
006590                    RESP(WS-RESP)
006600                END-EXEC
006610                EVALUATE WS-RESP
006620                    WHEN DFHRESP-NORMAL
006630                        MOVE " RESET" TO WS-RM-TEXT
006640                        PERFORM 5200-JOURNAL-RESET
006650                    WHEN DFHRESP-QIDERR
006660                        MOVE " HAD ALREADY ENDED" TO WS-RM-TEXT
006670                    WHEN OTHER
006680                        PERFORM 9900-LOG-ERROR
006690                        MOVE " COULD NOT BE RESET" TO WS-RM-TEXT
006700                END-EVALUATE
006710            END-IF.
006720            MOVE WS-RESET-MSG TO WS-SMON-MSG.
006730*
006740*     A FORCED RESET GOES ON THE CHANGE JOURNAL AS A DELETE OF
006750*     THE TERMINAL'S SESSION, WITH THE CHECKPOINT AS THE BEFORE
006760*     IMAGE AND THE SUPERVISOR AS THE USER WHO MADE IT.
006770        5200-JOURNAL-RESET.
006780            MOVE SPACES TO HELOJRN-RECORD.
006790            SET JRN-FILE-SESSION TO TRUE.
006800            SET JRN-ACT-DELETE TO TRUE.
006810            MOVE WS-RESET-TRMID TO JRN-REC-KEY.
006820            MOVE WS-CKPT-AREA TO JRN-BEFORE-IMAGE.
006830            PERFORM 9800-WRITE-JOURNAL.
006840*
006850        6000-RECEIVE-MONITOR.
006860            MOVE LOW-VALUES TO HELSMI.
006870            EXEC CICS RECEIVE MAP("HELSM")
006880                MAPSET("HELOSMM")
006890                INTO(HELSMI)
006900                RESP(WS-RESP)
006910            END-EXEC.
006920            IF WS-RESP NOT = DFHRESP-NORMAL
006930                AND WS-RESP NOT = DFHRESP-MAPFAIL
006940                PERFORM 9900-LOG-ERROR
006950            END-IF.
006960            IF EIBAID = DFHPF3
006970                PERFORM 0900-SEND-GOODBYE
006980                EXEC CICS RETURN
006990                END-EXEC
007000            END-IF.
007010            EVALUATE EIBAID
007020                WHEN DFHPF5
007030                    PERFORM 5000-RESET-SESSION
007040                WHEN DFHPF7
007050                    IF CA-SKIP-COUNT OF WS-COMMAREA = 0
007060                        MOVE "ALREADY AT THE FIRST PAGE"
007070                            TO WS-SMON-MSG
007080                    ELSE
007090                        SUBTRACT 12
007095                            FROM CA-SKIP-COUNT OF WS-COMMAREA
007100                        IF CA-SKIP-COUNT OF WS-COMMAREA < 0
007110                            MOVE 0 TO CA-SKIP-COUNT OF WS-COMMAREA
007120                        END-IF
007130                    END-IF
007140                WHEN DFHPF8
007150                    ADD 12 TO CA-SKIP-COUNT OF WS-COMMAREA
007160            END-EVALUATE.
007170            PERFORM 3000-FILL-PAGE.
007180            IF WS-PAGE-MAX = 0
007190                AND CA-SKIP-COUNT OF WS-COMMAREA > 0
007200                PERFORM 6100-BACK-TO-LAST-PAGE
007210            END-IF.
007220            PERFORM 4000-SEND-MONITOR-SCREEN.
007230*
007240*     THE PAGE ASKED FOR IS EMPTY - PF8 RAN OFF THE END, OR THE
007250*     SESSIONS THAT FILLED IT HAVE SINCE ENDED OR BEEN RESET.
007260*     SHOW THE LAST PAGE THAT STILL HAS SESSIONS ON IT.
007270        6100-BACK-TO-LAST-PAGE.
007280            IF EIBAID = DFHPF8
007290                MOVE "NO MORE SESSIONS" TO WS-SMON-MSG
007300            END-IF.
007310            IF WS-ACTIVE-COUNT = 0
007320                MOVE 0 TO CA-SKIP-COUNT OF WS-COMMAREA
007330            ELSE
007340                DIVIDE 12 INTO WS-ACTIVE-COUNT
007350                    GIVING WS-PAGE-NUM
007360                MULTIPLY 12 BY WS-PAGE-NUM
007370                    GIVING CA-SKIP-COUNT OF WS-COMMAREA
007380                IF CA-SKIP-COUNT OF WS-COMMAREA = WS-ACTIVE-COUNT
007390                    SUBTRACT 12 FROM CA-SKIP-COUNT OF WS-COMMAREA
007400                END-IF
007410                PERFORM 3000-FILL-PAGE
007420            END-IF.
007430*
007440        0900-SEND-GOODBYE.
007450            MOVE LOW-VALUES TO HELSMO.
007460            MOVE "SESSION MONITOR ENDED" TO SMSGO.
007470            EXEC CICS SEND MAP("HELSM")
007480                MAPSET("HELOSMM")
007490                FROM(HELSMO)
007500                ERASE
007510            END-EXEC.
007520*
007530*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
007540*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
007550*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
007560*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
007570*     BUT THE DENIAL STANDS.
007580        9700-WRITE-SECURITY-EVENT.
007590            EXEC CICS ASKTIME
007600                ABSTIME(WS-ABSTIME)
007610            END-EXEC.
007620            EXEC CICS FORMATTIME
007630                ABSTIME(WS-ABSTIME)
007640                YYYYMMDD(SEC-DATE)
007650                TIME(SEC-TIME)
007660            END-EXEC.
007670            MOVE EIBTRMID TO SEC-TRMID.
007680            MOVE EIBTASKN TO SEC-TASKN.
007690            MOVE WS-USERID TO SEC-USERID.
007700            MOVE EIBTRNID TO SEC-TRANID.
007710            MOVE "HELOSMON" TO SEC-PROGRAM.
007720            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
007730            EXEC CICS WRITE FILE("HELOSEC")
007740                FROM(HELOSEC-RECORD)
007750                RIDFLD(SEC-KEY)
007760                RESP(WS-SEC-RESP)
007770            END-EXEC.
007780            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
007790                PERFORM 9900-LOG-ERROR
007800            END-IF.
007810*
007820*     STAMP AND WRITE THE CHANGE-JOURNAL RECORD THE CALLER HAS
007830*     FILLED IN, AS HELM'S 9800 DOES. A FAILED WRITE IS LOGGED
007840*     BUT THE RESET STANDS.
007850        9800-WRITE-JOURNAL.
007860            EXEC CICS ASKTIME
007870                ABSTIME(WS-ABSTIME)
007880            END-EXEC.
007890            EXEC CICS FORMATTIME
007900                ABSTIME(WS-ABSTIME)
007910                YYYYMMDD(JRN-DATE)
007920                TIME(JRN-TIME)
007930            END-EXEC.
007940            MOVE EIBTRMID TO JRN-TRMID.
007950            MOVE EIBTASKN TO JRN-TASKN.
007960            MOVE WS-USERID TO JRN-USERID.
007970            MOVE "HELS" TO JRN-SOURCE.
007980            EXEC CICS WRITE FILE("HELLOJRN")
007990                FROM(HELOJRN-RECORD)
008000                RIDFLD(JRN-KEY)
008010                RESP(WS-JRN-RESP)
008020            END-EXEC.
008030            IF WS-JRN-RESP NOT = DFHRESP-NORMAL
008040                PERFORM 9900-LOG-ERROR
008050            END-IF.
008060*
008070        9900-LOG-ERROR.
008080            MOVE EIBTRMID TO ERR-TRMID.
008090            MOVE EIBTASKN TO ERR-TASKN.
008100            MOVE EIBRESP  TO ERR-RESP.
008110            MOVE EIBRESP2 TO ERR-RESP2.
008120            EXEC CICS WRITEQ TS
008130                QUEUE("HELOERR")
008140                FROM(WS-ERROR-RECORD)
008150                LENGTH(LENGTH OF WS-ERROR-RECORD)
008160            END-EXEC.
008170            PERFORM 9950-WRITE-ERROR-HISTORY.
008180*
008190*     MIRROR THE HELOERR ENTRY TO THE PERMANENT HELOHIST KSDS,
008200*     EXACTLY AS HELLO'S 9200-WRITE-ERROR-HISTORY DOES - RESP/
008210*     RESP2 COME FROM WS-ERROR-RECORD BECAUSE THE ASKTIME HAS
008220*     ALREADY RESET THE EIB, AND A FAILING WRITE IS IGNORED SO
008230*     THE ERROR LOGGER CAN NEVER LOOP BACK INTO 9999-ERROR.
008240        9950-WRITE-ERROR-HISTORY.
008250            EXEC CICS ASKTIME
008260                ABSTIME(WS-ABSTIME)
008270            END-EXEC.
008280            EXEC CICS FORMATTIME
008290                ABSTIME(WS-ABSTIME)
008300                MMDDYY(HIST-DATE)
008310                TIME(HIST-TIME)
008320            END-EXEC.
008330            MOVE ERR-TRMID TO HIST-TRMID.
008340            MOVE ERR-TASKN TO HIST-TASKN.
008350            MOVE ERR-RESP  TO HIST-RESP.
008360            MOVE ERR-RESP2 TO HIST-RESP2.
008370            EXEC CICS WRITE FILE("HELOHIST")
008380                FROM(HELOHIST-RECORD)
008390                RIDFLD(HIST-KEY)
008400                RESP(WS-LOG-RESP)
008410            END-EXEC.
008420*
008430*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
008440*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN).
008450        9999-ERROR.
008460            PERFORM 9900-LOG-ERROR.
008470            MOVE LOW-VALUES TO HELSMO.
008480            MOVE "TRANSACTION UNAVAILABLE - CONTACT THE HELP DESK"
008490                TO SMSGO.
008500            EXEC CICS SEND MAP("HELSM")
008510                MAPSET("HELOSMM")
008520                FROM(HELSMO)
008530                ERASE
008540                RESP(WS-RESP)
008550            END-EXEC.
008560*     RESP KEEPS A FAILING SEND FROM RE-DRIVING HANDLE CONDITION
008570*     ERROR BACK INTO THIS PARAGRAPH.
008580            EXEC CICS RETURN
008590            END-EXEC.
