000090*     NOTES ON THE SAME SCREEN INSTEAD OF HUNTING FOR A PAPER
000100*     NOTE THAT LEFT WITH THE LAST SHIFT. PF7 PAGES BACK TO
000110*     OLDER NOTES, PF5 RETURNS TO THE NEWEST, PF3 HANDS BACK TO
000114*     THE HELLO MENU. THE INCOMING OPERATOR ACKNOWLEDGES A NOTE
000118*     BY KEYING ITS LINE NUMBER, OR EVERY NOTE LEFT SINCE THEIR
000122*     LAST VISIT WITH PF6; THE USERID AND TIME ARE STORED ON THE
000126*     NOTE SO IT CAN BE SHOWN WHO READ IT AND WHEN.
000130        AUTHOR. ROBERT GOSLING.
000140 ENVIRONMENT DIVISION.
000150        DATA DIVISION.
000230*     SEPARATE RESP FOR THE ERROR-HISTORY WRITE (SEE 9950) SO
000240*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000250        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000252*
000254*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9700), KEPT APART
000256*     SO A FAILED WRITE NEVER DISTURBS THE DENIAL IT RECORDS.
000258        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000260*
000270        01  WS-DATE-AREA.
000280            05  WS-DATE             PIC X(8) VALUE SPACES.
000400*     GETS THE SAME ANSWER THE MENU WOULD HAVE GIVEN.
000410        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000420            88  USER-IN-WINDOW      VALUE "Y".
000424            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000428*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000432*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000436            88  USER-SITE-CLOSED    VALUE "C".
000440        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000450        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000453        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000456        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000460        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000470*
000480        01  WS-BROWSE-SW            PIC X(1) VALUE "N".
000590*
000600        01  WS-NOTE-SUB             PIC S9(4) COMP VALUE 0.
000610        01  WS-SHIFT-SUB            PIC S9(4) COMP VALUE 0.
000612        01  WS-LINE-NO              PIC S9(4) COMP VALUE 0.
000614*
000616*     ACKNOWLEDGEMENT WORK AREAS (SEE 5100/5300/5400). THE LINE
000618*     KEYED IN THE ACK FIELD PICKS A STAMP OUT OF THE COMMAREA;
000620*     WS-ACK-RESULT SAYS WHAT 5400 MADE OF THE NOTE BEHIND IT.
000622        01  WS-ACK-LINE             PIC 9(2) VALUE 0.
000624        01  WS-ACK-KEY-STAMP        PIC X(16) VALUE SPACES.
000626        01  WS-ACK-RESULT           PIC X(1) VALUE SPACE.
000628            88  ACK-DONE            VALUE "A".
000630            88  ACK-ALREADY         VALUE "P".
000632            88  ACK-OWN-NOTE        VALUE "O".
000634            88  ACK-NOT-FOUND       VALUE "N".
000636            88  ACK-FAILED          VALUE "E".
000638        01  WS-ACK-COUNT            PIC S9(4) COMP VALUE 0.
000640        01  WS-ACK-COUNT-ED         PIC ZZZ9.
000642        01  WS-ACK-SW               PIC X(1) VALUE "N".
000644            88  WS-ACK-ALL-DONE     VALUE "Y".
000646        01  WS-CANDIDATE-SW         PIC X(1) VALUE "N".
000648            88  WS-CANDIDATE-FOUND  VALUE "Y".
000650*
000652*     STAMP OF THE OPERATOR'S LAST VISIT TO THIS TERMINAL'S LOG -
000654*     THE NEWEST NOTE THEY EITHER WROTE OR ACKNOWLEDGED HERE.
000656*     PF6 ACKNOWLEDGES THE NOTES LEFT AFTER IT. LOW-VALUES WHEN
000658*     THEY HAVE NEVER BEEN HERE, SO EVERY OPEN NOTE QUALIFIES.
000660        01  WS-LAST-VISIT           PIC X(16) VALUE LOW-VALUES.
000662*
000664*     ROLLING TABLE OF THE LAST TEN NOTES BELOW THE BROWSE BOUND.
000666*     THE FORWARD BROWSE FEEDS EVERY QUALIFYING NOTE THROUGH IT
000668*     OLDEST-FIRST; WHEN IT IS FULL THE OLDEST ENTRY FALLS OFF,
000670*     SO WHAT IS LEFT AT END OF BROWSE IS EXACTLY THE PAGE.
000672        01  WS-NOTE-MAX             PIC S9(4) COMP VALUE 0.
000680        01  WS-NOTE-TABLE.
000690            05  WS-NOTE-ENTRY       OCCURS 10 TIMES.
000700                10  WS-NOTE-STAMP       PIC X(16).
000710                10  WS-NOTE-LINE        PIC X(78).
000720*
000725*     ONE FORMATTED NOTE LINE - AN ASTERISK WHILE THE NOTE IS
000730*     UNACKNOWLEDGED, THE SCREEN LINE NUMBER TO KEY IN THE ACK
000735*     FIELD (FILLED IN BY 3300), DATE AND TIME RECAST FOR DISPLAY
000740*     (THE KEY HOLDS YYYYMMDD/HHMMSS, SEE HNDOVR), THEN WHO
000750*     WROTE IT AND THE NOTE TEXT.
000760        01  WS-NL-LINE.
000762            05  WS-NL-ACK           PIC X(1).
000764            05  WS-NL-SEQ           PIC Z9.
000766            05  FILLER              PIC X(1) VALUE SPACE.
000770            05  WS-NL-MM            PIC X(2).
000780            05  FILLER              PIC X(1) VALUE "/".
000790            05  WS-NL-DD            PIC X(2).
000870            05  WS-NL-USERID        PIC X(8).
000880            05  FILLER              PIC X(1) VALUE SPACE.
000890            05  WS-NL-NOTE          PIC X(50).
000910*
000920*     TS QUEUE ERROR LOG RECORD - SAME HELOERR QUEUE AND LAYOUT
000930*     THE REST OF THE SUITE WRITES TO, SO ALL SUITE ERRORS SHOW
001030*
001040*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001050        COPY HELOHIST.
001052*
001054*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001056        COPY HELOSEC.
001057*
001058*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001059        COPY HELOCAL.
001060*
001070*     VSAM KSDS RECORD LAYOUT - SHIFT-HANDOVER NOTES
001080        COPY HNDOVR.
001890            END-IF.
001900*
001910        0700-SEND-NOT-AUTHORIZED.
001912            MOVE SPACES TO HELOSEC-RECORD.
001914            SET SEC-NO-GRANT TO TRUE.
001916            PERFORM 9700-WRITE-SECURITY-EVENT.
001920            MOVE LOW-VALUES TO HELADO.
001930            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
001940                TO AMSGO.
002330                    END-IF
002340                END-IF
002350            END-IF.
002352            IF NOT AUTH-GRP-ADMIN
002354                PERFORM 0690-CHECK-SITE-CLOSED
002356            END-IF.
002360*
002362*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
002364*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
002366*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
002368*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
002370*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
002372        0690-CHECK-SITE-CLOSED.
002374            EXEC CICS ASKTIME
002376                ABSTIME(WS-ABSTIME)
002378            END-EXEC.
002380            EXEC CICS FORMATTIME
002382                ABSTIME(WS-ABSTIME)
002384                YYYYMMDD(WS-CHK-DATE)
002386            END-EXEC.
002388            MOVE SPACES TO HELOCAL-RECORD.
002390            MOVE WS-CHK-DATE TO CAL-DATE.
002392            EXEC CICS READ FILE("HELOCAL")
002394                INTO(HELOCAL-RECORD)
002396                RIDFLD(CAL-DATE)
002398                RESP(WS-CAL-RESP)
002400            END-EXEC.
002402            IF WS-CAL-RESP = DFHRESP-NORMAL
002404                IF CAL-CLOSURE
002406                    SET USER-SITE-CLOSED TO TRUE
002408                END-IF
002410            ELSE
002412                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
002414                    PERFORM 9900-LOG-ERROR
002416                END-IF
002418            END-IF.
002420*
002422        0750-SEND-OUTSIDE-HOURS.
002424            MOVE SPACES TO HELOSEC-RECORD.
002426            IF USER-SITE-CLOSED
002428                SET SEC-SITE-CLOSED TO TRUE
002430            ELSE
002432                SET SEC-OUTSIDE-WINDOW TO TRUE
002434            END-IF.
002436            PERFORM 9700-WRITE-SECURITY-EVENT.
002438            MOVE LOW-VALUES TO HELADO.
002440            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
002442                TO AMSGO.
002444            IF USER-SITE-CLOSED
002446                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO AMSGO
002448            END-IF.
002450            EXEC CICS SEND MAP("HELAD")
002452                MAPSET("HELLOAM")
002454                FROM(HELADO)
002456                ERASE
002458            END-EXEC.
002460*
002470        1100-BUILD-DATE.
002480            EXEC CICS ASKTIME
002820*
002830*     ONE RECORD PER PASS. THE KEY IS ASCENDING, SO THE FIRST
002840*     RECORD PAST THIS TERMINAL OR PAST THE BOUND ENDS THE
002845*     BROWSE - EVERYTHING AFTER IT IS PAST IT TOO. THE ACK
002850*     FIELDS ARE CLEARED FIRST BECAUSE A NOTE FILED BEFORE THEY
002855*     EXISTED IS SHORTER AND WOULD LEAVE THE LAST NOTE'S BEHIND.
002860        3100-COLLECT-NOTE.
002865            MOVE SPACES TO HND-ACK-USERID HND-ACK-STAMP.
002870            EXEC CICS READNEXT FILE("HANDOVER")
002880                INTO(HANDOVER-RECORD)
002890                RIDFLD(HND-KEY)
003210                TO WS-NOTE-ENTRY (WS-SHIFT-SUB).
003220*
003230        3250-FORMAT-NOTE-LINE.
003231            IF HND-ACK-USERID = SPACES
003232                MOVE "*" TO WS-NL-ACK
003233            ELSE
003234                MOVE SPACE TO WS-NL-ACK
003235            END-IF.
003236            MOVE 0 TO WS-NL-SEQ.
003240            MOVE HND-DATE (5:2) TO WS-NL-MM.
003250            MOVE HND-DATE (7:2) TO WS-NL-DD.
003260            MOVE HND-DATE (3:2) TO WS-NL-YY.
003300            MOVE HND-NOTE TO WS-NL-NOTE.
003310*
003320*     THE TABLE HOLDS THE PAGE OLDEST-FIRST; THE SCREEN SHOWS IT
003325*     NEWEST-FIRST, SO THE LINES ARE MOVED IN REVERSE. EACH LINE
003330*     IS NUMBERED AS IT LANDS AND ITS STAMP SAVED UNDER THAT
003335*     NUMBER FOR THE ACK FIELD ON THE NEXT RECEIVE.
003340        3300-MOVE-NOTE-LINES.
003342            COMPUTE WS-LINE-NO = WS-NOTE-MAX - WS-NOTE-SUB + 1.
003344            MOVE WS-NOTE-LINE (WS-NOTE-SUB) TO WS-NL-LINE.
003346            MOVE WS-LINE-NO TO WS-NL-SEQ.
003348            MOVE WS-NOTE-STAMP (WS-NOTE-SUB)
003350                TO CA-LINE-STAMP OF WS-COMMAREA (WS-LINE-NO).
003352            EVALUATE WS-LINE-NO
003360                WHEN 1
003370                    MOVE WS-NL-LINE TO AN01O
003380                WHEN 2
003390                    MOVE WS-NL-LINE TO AN02O
003400                WHEN 3
003410                    MOVE WS-NL-LINE TO AN03O
003420                WHEN 4
003430                    MOVE WS-NL-LINE TO AN04O
003440                WHEN 5
003450                    MOVE WS-NL-LINE TO AN05O
003460                WHEN 6
003470                    MOVE WS-NL-LINE TO AN06O
003480                WHEN 7
003490                    MOVE WS-NL-LINE TO AN07O
003500                WHEN 8
003510                    MOVE WS-NL-LINE TO AN08O
003520                WHEN 9
003530                    MOVE WS-NL-LINE TO AN09O
003540                WHEN 10
003550                    MOVE WS-NL-LINE TO AN10O
003560            END-EVALUATE.
003570*
003580*     PAINT THE HANDOVER SCREEN FOR THE PAGE WS-BROWSE-BOUND
003810                        TO AMSGO
003820                END-IF
003830            END-IF.
003835            MOVE SPACES TO CA-LINE-STAMPS OF WS-COMMAREA.
003840            PERFORM 3300-MOVE-NOTE-LINES
003850                VARYING WS-NOTE-SUB FROM 1 BY 1
003860                UNTIL WS-NOTE-SUB > WS-NOTE-MAX.
004160            MOVE WS-USERID TO HND-USERID.
004170            MOVE CA-OPER-NAME OF WS-COMMAREA TO HND-OPER-NAME.
004180            MOVE ANOTEI TO HND-NOTE.
004185            MOVE SPACES TO HND-ACK-USERID HND-ACK-STAMP.
004190            EXEC CICS WRITE FILE("HANDOVER")
004200                FROM(HANDOVER-RECORD)
004210                RIDFLD(HND-KEY)
004330                        TO WS-HND-MSG
004340            END-EVALUATE.
004350*
004352*     ACKNOWLEDGE THE NOTE ON THE SCREEN LINE KEYED IN THE ACK
004354*     FIELD. THE STAMP COMES FROM THE COMMAREA, SO THE LINE
004356*     MEANS THE NOTE THE OPERATOR WAS LOOKING AT EVEN IF ANOTHER
004358*     HAS BEEN FILED SINCE.
004360        5100-ACK-ONE-NOTE.
004362            IF ASELI IS NOT NUMERIC
004364                MOVE "ACK LINE MUST BE A NUMBER FROM 1 TO 10"
004366                    TO WS-HND-MSG
004368            ELSE
004370                MOVE ASELI TO WS-ACK-LINE
004372                IF WS-ACK-LINE < 1 OR WS-ACK-LINE > 10
004374                    MOVE "ACK LINE MUST BE A NUMBER FROM 1 TO 10"
004376                        TO WS-HND-MSG
004378                ELSE
004380                    IF CA-LINE-STAMP OF WS-COMMAREA (WS-ACK-LINE)
004382                        = SPACES
004384                        MOVE "NO NOTE ON THAT LINE" TO WS-HND-MSG
004386                    ELSE
004388                        MOVE CA-LINE-STAMP OF WS-COMMAREA
004390                            (WS-ACK-LINE) TO WS-ACK-KEY-STAMP
004392                        PERFORM 5400-MARK-ACKNOWLEDGED
004394                        PERFORM 5150-SET-ACK-MESSAGE
004396                    END-IF
004398                END-IF
004400            END-IF.
004402*
004404        5150-SET-ACK-MESSAGE.
004406            EVALUATE TRUE
004408                WHEN ACK-DONE
004410                    MOVE "NOTE ACKNOWLEDGED" TO WS-HND-MSG
004412                WHEN ACK-ALREADY
004414                    MOVE "THAT NOTE IS ALREADY ACKNOWLEDGED"
004416                        TO WS-HND-MSG
004418                WHEN ACK-OWN-NOTE
004420                    MOVE "YOU CANNOT ACKNOWLEDGE YOUR OWN NOTE"
004422                        TO WS-HND-MSG
004424                WHEN ACK-NOT-FOUND
004426                    MOVE "THAT NOTE IS NO LONGER ON FILE"
004428                        TO WS-HND-MSG
004430                WHEN OTHER
004432                    MOVE "ACK FAILED - CONTACT THE HELP DESK"
004434                        TO WS-HND-MSG
004436            END-EVALUATE.
004438*
004440*     PF6 - ACKNOWLEDGE EVERY OPEN NOTE LEFT ON THIS TERMINAL BY
004442*     SOMEONE ELSE SINCE THE OPERATOR'S LAST VISIT (SEE
004444*     WS-LAST-VISIT). OLDER NOTES STILL OPEN WERE THERE WHEN THEY
004446*     LAST LOOKED AND ARE LEFT FOR A LINE-BY-LINE ACK.
004448        5300-ACK-SINCE-LAST-VISIT.
004450            PERFORM 5310-FIND-LAST-VISIT.
004452            MOVE 0 TO WS-ACK-COUNT.
004454            MOVE "N" TO WS-ACK-SW.
004456            MOVE WS-LAST-VISIT TO WS-ACK-KEY-STAMP.
004458            PERFORM 5330-ACK-NEXT-OPEN-NOTE
004460                UNTIL WS-ACK-ALL-DONE.
004462            IF WS-ACK-COUNT = 0
004464                MOVE "NO OPEN NOTES SINCE YOUR LAST VISIT"
004466                    TO WS-HND-MSG
004468            ELSE
004470                MOVE WS-ACK-COUNT TO WS-ACK-COUNT-ED
004472                MOVE SPACES TO WS-HND-MSG
004474                STRING FUNCTION TRIM(WS-ACK-COUNT-ED)
004476                        DELIMITED BY SIZE
004478                    " NOTE(S) ACKNOWLEDGED" DELIMITED BY SIZE
004480                    INTO WS-HND-MSG
004482                END-STRING
004484            END-IF.
004486*
004488*     BROWSE THIS TERMINAL'S NOTES OLDEST-FIRST; THE LAST ONE THE
004490*     OPERATOR WROTE OR ACKNOWLEDGED MARKS THEIR LAST VISIT.
004492        5310-FIND-LAST-VISIT.
004494            MOVE LOW-VALUES TO WS-LAST-VISIT.
004496            MOVE "N" TO WS-BROWSE-SW.
004498            MOVE EIBTRMID TO HND-TRMID.
004500            MOVE LOW-VALUES TO HND-STAMP.
004502            EXEC CICS STARTBR FILE("HANDOVER")
004504                RIDFLD(HND-KEY)
004506                GTEQ
004508                RESP(WS-RESP)
004510            END-EXEC.
004512            IF WS-RESP = DFHRESP-NORMAL
004514                PERFORM 5320-CHECK-VISIT-NOTE
004516                    UNTIL WS-BROWSE-DONE
004518                EXEC CICS ENDBR FILE("HANDOVER")
004520                    RESP(WS-RESP)
004522                END-EXEC
004524            ELSE
004526                IF WS-RESP NOT = DFHRESP-NOTFND
004528                    PERFORM 9900-LOG-ERROR
004530                END-IF
004532            END-IF.
004534*
004536        5320-CHECK-VISIT-NOTE.
004538            MOVE SPACES TO HND-ACK-USERID HND-ACK-STAMP.
004540            EXEC CICS READNEXT FILE("HANDOVER")
004542                INTO(HANDOVER-RECORD)
004544                RIDFLD(HND-KEY)
004546                RESP(WS-RESP)
004548            END-EXEC.
004550            EVALUATE WS-RESP
004552                WHEN DFHRESP-NORMAL
004554                    IF HND-TRMID NOT = EIBTRMID
004556                        SET WS-BROWSE-DONE TO TRUE
004558                    ELSE
004560                        IF HND-USERID = WS-USERID
004562                            OR HND-ACK-USERID = WS-USERID
004564                            MOVE HND-STAMP TO WS-LAST-VISIT
004566                        END-IF
004568                    END-IF
004570                WHEN DFHRESP-ENDFILE
004572                    SET WS-BROWSE-DONE TO TRUE
004574                WHEN OTHER
004576                    PERFORM 9900-LOG-ERROR
004578                    SET WS-BROWSE-DONE TO TRUE
004580            END-EVALUATE.
004582*
004584*     A BROWSE CANNOT REWRITE, SO EACH PASS BROWSES FORWARD FROM
004586*     THE LAST NOTE HANDLED TO THE NEXT ONE THAT QUALIFIES, ENDS
004588*     THE BROWSE, AND ACKNOWLEDGES IT WITH A READ FOR UPDATE. THE
004590*     NOTE JUST ACKNOWLEDGED NO LONGER QUALIFIES, SO THE NEXT
004592*     PASS STARTING ON IT MOVES STRAIGHT PAST IT.
004594        5330-ACK-NEXT-OPEN-NOTE.
004596            MOVE "N" TO WS-CANDIDATE-SW.
004598            MOVE "N" TO WS-BROWSE-SW.
004600            MOVE EIBTRMID TO HND-TRMID.
004602            MOVE WS-ACK-KEY-STAMP TO HND-STAMP.
004604            EXEC CICS STARTBR FILE("HANDOVER")
004606                RIDFLD(HND-KEY)
004608                GTEQ
004610                RESP(WS-RESP)
004612            END-EXEC.
004614            IF WS-RESP = DFHRESP-NORMAL
004616                PERFORM 5340-CHECK-OPEN-NOTE
004618                    UNTIL WS-BROWSE-DONE
004620                EXEC CICS ENDBR FILE("HANDOVER")
004622                    RESP(WS-RESP)
004624                END-EXEC
004626            ELSE
004628                IF WS-RESP NOT = DFHRESP-NOTFND
004630                    PERFORM 9900-LOG-ERROR
004632                END-IF
004634            END-IF.
004636            IF WS-CANDIDATE-FOUND
004638                MOVE HND-STAMP TO WS-ACK-KEY-STAMP
004640                PERFORM 5400-MARK-ACKNOWLEDGED
004642                IF ACK-DONE
004644                    ADD 1 TO WS-ACK-COUNT
004646                END-IF
004648                IF ACK-FAILED
004650                    SET WS-ACK-ALL-DONE TO TRUE
004652                END-IF
004654            ELSE
004656                SET WS-ACK-ALL-DONE TO TRUE
004658            END-IF.
004660*
004662        5340-CHECK-OPEN-NOTE.
004664            MOVE SPACES TO HND-ACK-USERID HND-ACK-STAMP.
004666            EXEC CICS READNEXT FILE("HANDOVER")
004668                INTO(HANDOVER-RECORD)
004670                RIDFLD(HND-KEY)
004672                RESP(WS-RESP)
004674            END-EXEC.
004676            EVALUATE WS-RESP
004678                WHEN DFHRESP-NORMAL
004680                    IF HND-TRMID NOT = EIBTRMID
004682                        SET WS-BROWSE-DONE TO TRUE
004684                    ELSE
004686                        IF HND-STAMP > WS-LAST-VISIT
004688                            AND HND-ACK-USERID = SPACES
004690                            AND HND-USERID NOT = WS-USERID
004692                            SET WS-CANDIDATE-FOUND TO TRUE
004694                            SET WS-BROWSE-DONE TO TRUE
004696                        END-IF
004698                    END-IF
004700                WHEN DFHRESP-ENDFILE
004702                    SET WS-BROWSE-DONE TO TRUE
004704                WHEN OTHER
004706                    PERFORM 9900-LOG-ERROR
004708                    SET WS-BROWSE-DONE TO TRUE
004710            END-EVALUATE.
004712*
004714*     READ THE NOTE AT WS-ACK-KEY-STAMP FOR UPDATE AND STAMP IT
004716*     WITH THE OPERATOR AND THE TIME, UNLESS IT IS ALREADY
004718*     ACKNOWLEDGED OR THE OPERATOR WROTE IT - A NOTE'S OWN AUTHOR
004720*     SIGNING IT OFF WOULD PROVE NOTHING ABOUT THE NEXT SHIFT.
004722        5400-MARK-ACKNOWLEDGED.
004724            MOVE SPACES TO HANDOVER-RECORD.
004726            MOVE EIBTRMID TO HND-TRMID.
004728            MOVE WS-ACK-KEY-STAMP TO HND-STAMP.
004730            EXEC CICS READ FILE("HANDOVER")
004732                INTO(HANDOVER-RECORD)
004734                RIDFLD(HND-KEY)
004736                UPDATE
004738                RESP(WS-RESP)
004740            END-EXEC.
004742            EVALUATE WS-RESP
004744                WHEN DFHRESP-NORMAL
004746                    IF HND-ACK-USERID NOT = SPACES
004748                        SET ACK-ALREADY TO TRUE
004750                        EXEC CICS UNLOCK FILE("HANDOVER")
004752                        END-EXEC
004754                    ELSE
004756                    IF HND-USERID = WS-USERID
004758                        SET ACK-OWN-NOTE TO TRUE
004760                        EXEC CICS UNLOCK FILE("HANDOVER")
004762                        END-EXEC
004764                    ELSE
004766                        PERFORM 5450-REWRITE-ACK
004768                    END-IF
004770                    END-IF
004772                WHEN DFHRESP-NOTFND
004774                    SET ACK-NOT-FOUND TO TRUE
004776                WHEN OTHER
004778                    PERFORM 9900-LOG-ERROR
004780                    SET ACK-FAILED TO TRUE
004782            END-EVALUATE.
004784*
004786        5450-REWRITE-ACK.
004788            EXEC CICS ASKTIME
004790                ABSTIME(WS-ABSTIME)
004792            END-EXEC.
004794            EXEC CICS FORMATTIME
004796                ABSTIME(WS-ABSTIME)
004798                YYYYMMDD(HND-ACK-DATE)
004800                TIME(HND-ACK-TIME)
004802            END-EXEC.
004804            MOVE WS-USERID TO HND-ACK-USERID.
004806            EXEC CICS REWRITE FILE("HANDOVER")
004808                FROM(HANDOVER-RECORD)
004810                RESP(WS-RESP)
004812            END-EXEC.
004814            IF WS-RESP = DFHRESP-NORMAL
004816                SET ACK-DONE TO TRUE
004818            ELSE
004820                PERFORM 9900-LOG-ERROR
004822                SET ACK-FAILED TO TRUE
004824            END-IF.
004826*
004828        6000-RECEIVE-HANDOVER.
004830            MOVE LOW-VALUES TO HELADI.
004832            EXEC CICS RECEIVE MAP("HELAD")
004834                MAPSET("HELLOAM")
004836                INTO(HELADI)
004838                RESP(WS-RESP)
004840            END-EXEC.
004842            IF WS-RESP NOT = DFHRESP-NORMAL
004844                AND WS-RESP NOT = DFHRESP-MAPFAIL
004846                PERFORM 9900-LOG-ERROR
004848            END-IF.
004850*     BACK TO THE MENU WITH NO COMMAREA - HELLO'S EIBCALEN = 0
004852*     PATH REBUILDS THE GREETING AND MENU FROM ITS OWN FILES.
004854            IF EIBAID = DFHPF3
004856                EXEC CICS XCTL PROGRAM("HELLO")
004858                END-EXEC
004860            END-IF.
004862            IF EIBAID = DFHPF7
004864                MOVE CA-BROWSE-STAMP OF WS-COMMAREA
004866                    TO WS-BROWSE-BOUND
004868                PERFORM 4000-SEND-HANDOVER-SCREEN
004870            END-IF.
004872            IF EIBAID = DFHPF6
004874                PERFORM 5300-ACK-SINCE-LAST-VISIT
004876                MOVE HIGH-VALUES TO WS-BROWSE-BOUND
004878                PERFORM 4000-SEND-HANDOVER-SCREEN
004880            END-IF.
004882*     PF5 AND ENTER BOTH LAND ON THE NEWEST PAGE; ENTER WITH A
004884*     LINE IN THE ACK FIELD ACKNOWLEDGES THAT NOTE, AND ENTER
004886*     WITH TEXT IN THE NOTE FIELD FILES THE NOTE SO IT SHOWS AT
004888*     THE TOP OF THE PAGE IT JUST JOINED. WHEN BOTH ARE KEYED
004890*     THE NOTE'S RESULT IS THE ONE SHOWN.
004892            IF EIBAID NOT = DFHPF5
004894                AND ASELL > 0
004896                PERFORM 5100-ACK-ONE-NOTE
004898            END-IF.
004900            IF EIBAID NOT = DFHPF5
004902                AND ANOTEI NOT = SPACES
004904                AND ANOTEI NOT = LOW-VALUES
004906                PERFORM 5000-WRITE-NOTE
004908            END-IF.
004910            MOVE HIGH-VALUES TO WS-BROWSE-BOUND.
004912            PERFORM 4000-SEND-HANDOVER-SCREEN.
004914*
004916*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
004918*     THE CALLER HAS SET THE REASON; HELLOAUTH-RECORD STILL HOLDS
004920*     WHAT 0600 READ, SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED
004922*     (SPACES WHEN THERE WAS NO GRANT). A FAILED WRITE IS LOGGED
004924*     BUT THE DENIAL STANDS.
004926        9700-WRITE-SECURITY-EVENT.
004928            EXEC CICS ASKTIME
004930                ABSTIME(WS-ABSTIME)
004932            END-EXEC.
004934            EXEC CICS FORMATTIME
004936                ABSTIME(WS-ABSTIME)
004938                YYYYMMDD(SEC-DATE)
004940                TIME(SEC-TIME)
004942            END-EXEC.
004944            MOVE EIBTRMID TO SEC-TRMID.
004946            MOVE EIBTASKN TO SEC-TASKN.
004948            MOVE WS-USERID TO SEC-USERID.
004950            MOVE EIBTRNID TO SEC-TRANID.
004952            MOVE "HELLOA" TO SEC-PROGRAM.
004954            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
004956            EXEC CICS WRITE FILE("HELOSEC")
004958                FROM(HELOSEC-RECORD)
004960                RIDFLD(SEC-KEY)
004962                RESP(WS-SEC-RESP)
004964            END-EXEC.
004966            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
004968                PERFORM 9900-LOG-ERROR
004970            END-IF.
004972*
004974        9900-LOG-ERROR.
004976            MOVE EIBTRMID TO ERR-TRMID.
004978            MOVE EIBTASKN TO ERR-TASKN.
004980            MOVE EIBRESP  TO ERR-RESP.
004982            MOVE EIBRESP2 TO ERR-RESP2.
004984            EXEC CICS WRITEQ TS
004986                QUEUE("HELOERR")
004988                FROM(WS-ERROR-RECORD)
004990                LENGTH(LENGTH OF WS-ERROR-RECORD)
004992            END-EXEC.
004994            PERFORM 9950-WRITE-ERROR-HISTORY.
004996*
004998*     MIRROR THE HELOERR ENTRY TO THE PERMANENT HELOHIST KSDS,
005000*     EXACTLY AS HELLO'S 9200-WRITE-ERROR-HISTORY DOES - RESP/
005002*     RESP2 COME FROM WS-ERROR-RECORD BECAUSE THE ASKTIME HAS
005004*     ALREADY RESET THE EIB, AND A FAILING WRITE IS IGNORED SO
005006*     THE ERROR LOGGER CAN NEVER LOOP BACK INTO 9999-ERROR.
005008        9950-WRITE-ERROR-HISTORY.
005010            EXEC CICS ASKTIME
005012                ABSTIME(WS-ABSTIME)
005014            END-EXEC.
005016            EXEC CICS FORMATTIME
005018                ABSTIME(WS-ABSTIME)
005020                MMDDYY(HIST-DATE)
005022                TIME(HIST-TIME)
005024            END-EXEC.
005026            MOVE ERR-TRMID TO HIST-TRMID.
005028            MOVE ERR-TASKN TO HIST-TASKN.
005030            MOVE ERR-RESP  TO HIST-RESP.
005032            MOVE ERR-RESP2 TO HIST-RESP2.
005034            EXEC CICS WRITE FILE("HELOHIST")
005036                FROM(HELOHIST-RECORD)
005038                RIDFLD(HIST-KEY)
005040                RESP(WS-LOG-RESP)
005042            END-EXEC.
005044*
005050*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
005060*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN).
005070        9999-ERROR.
