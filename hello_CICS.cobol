000290*     LOGGING AN ERROR NEVER DISTURBS WS-RESP MID-DIAGNOSIS.
000300        01  WS-LOG-RESP             PIC S9(8) COMP VALUE 0.
000310*
000311*     RESP FOR THE CHANGE-JOURNAL WRITE (SEE 9300), KEPT APART
000312*     SO A FAILED JOURNAL WRITE NEVER MASKS THE RESULT OF THE
000313*     OPRPROF UPDATE IT IS RECORDING.
000314        01  WS-JRN-RESP             PIC S9(8) COMP VALUE 0.
000315*
000316*     RESP FOR THE SECURITY-EVENT WRITE (SEE 9400), KEPT APART
000317*     LIKE WS-JRN-RESP.
000318        01  WS-SEC-RESP             PIC S9(8) COMP VALUE 0.
000319*
000320        01  WS-USERID               PIC X(8) VALUE SPACES.
000330*
000340        01  WS-FOUND-SW             PIC X(1) VALUE "N".
000350            88  OPERNAME-FOUND      VALUE "Y".
000360            88  OPERNAME-NOTFOUND   VALUE "N".
000362*
000364*     SET BY 1400-LOOKUP-PROFILE. THE USERID'S OWN OPRPROF
000366*     RECORD WINS OVER THE TERMINAL'S OPERNAME RECORD, SO A
000368*     FLOATER IS GREETED BY THEIR OWN NAME AT ANY TERMINAL.
000370        01  WS-PROFILE-SW           PIC X(1) VALUE "N".
000372            88  PROFILE-FOUND       VALUE "Y".
000374            88  PROFILE-NOTFOUND    VALUE "N".
000376*
000380        01  WS-AUTH-SW              PIC X(1) VALUE "N".
000390            88  USER-AUTHORIZED     VALUE "Y".
000400            88  USER-NOT-AUTHORIZED VALUE "N".
000450*     THE OPERATOR SEES WHY THEY WERE TURNED AWAY.
000460        01  WS-HOURS-SW             PIC X(1) VALUE "Y".
000470            88  USER-IN-WINDOW      VALUE "Y".
000474            88  USER-OUTSIDE-HOURS  VALUE "N" "C".
000478*         "C" - TODAY IS A SITE-CLOSURE DAY ON HELOCAL AND THE
000482*         OPERATOR IS NOT ADM (SEE 0690-CHECK-SITE-CLOSED).
000486            88  USER-SITE-CLOSED    VALUE "C".
000490        01  WS-CHK-TIME             PIC X(8) VALUE SPACES.
000500        01  WS-CHK-DOW              PIC S9(8) COMP VALUE 0.
000503        01  WS-CHK-DATE             PIC X(8) VALUE SPACES.
000506        01  WS-CAL-RESP             PIC S9(8) COMP VALUE 0.
000510        01  WS-DOW-SUB              PIC S9(4) COMP VALUE 0.
000520*
000530*     PER-OPTION ENTITLEMENTS DERIVED FROM AUTH-GROUP ON THE
000730            88  CKPT-NOT-FOUND      VALUE "N".
000740*
000750*     TARGET PROGRAM FOR THE MENU XCTL (SEE 6000-RECEIVE-CHOICE).
000760*     HELLOA IS THE SHIFT-HANDOVER LOG, HELLOB RAISES AN ACCESS-
000770*     CHANGE REQUEST AND HELLOC APPROVES OR REJECTS ONE. A TARGET
000780*     NOT INSTALLED IN THE REGION RAISES PGMIDERR (SEE 0800).
000790        01  WS-XCTL-PROGRAM         PIC X(8) VALUE SPACES.
000800*
000810*     MESSAGE CARRIED ONTO THE NEXT SCREEN BY THE "UPDATE MY
000830*     REWRITE FAILURE SETS IT, THE SEND PARAGRAPHS SHOW IT.
000840        01  WS-UPD-MSG              PIC X(78) VALUE SPACES.
000850*
000851*     THIS TERMINAL'S HANDOVER NOTES NOBODY HAS ACKNOWLEDGED YET
000852*     (SEE 3300), SHOWN ON THE MENU SO AN OPERATOR SIGNING ON
000853*     KNOWS THERE IS SOMETHING TO READ BEFORE PICKING AN OPTION.
000854        01  WS-OPEN-NOTES           PIC S9(4) COMP VALUE 0.
000855        01  WS-OPEN-NOTES-ED        PIC ZZ9.
000856        01  WS-NOTE-BROWSE-SW       PIC X(1) VALUE "N".
000857            88  WS-NOTE-BROWSE-DONE VALUE "Y".
000858*
000860*     ERROR LOG RECORD WRITTEN TO TS QUEUE HELOERR ON A TRAPPED
000870*     CONDITION OR ABEND (SEE 9999-ERROR).
000880        01  WS-ERROR-RECORD.
000930*
000940*     VSAM KSDS RECORD LAYOUT - OPERATOR DISPLAY NAME/LANGUAGE
000950        COPY OPERNAM.
000952*
000954*     VSAM KSDS RECORD LAYOUT - OPERATOR PROFILE BY USERID
000956        COPY OPRPROF.
000960*
000970*     VSAM KSDS RECORD LAYOUT - PER-TASK AUDIT TRAIL
000980        COPY HELLOAUD.
001050*
001060*     VSAM KSDS RECORD LAYOUT - PERMANENT ERROR HISTORY
001070        COPY HELOHIST.
001072*
001074*     VSAM KSDS RECORD LAYOUT - BEFORE/AFTER CHANGE JOURNAL
001076        COPY HELOJRN.
001080*
001082*     VSAM KSDS RECORD LAYOUT - SECURITY-EVENT LOG
001084        COPY HELOSEC.
001085*
001086*     VSAM KSDS RECORD LAYOUT - HOLIDAY/SITE-CLOSURE CALENDAR
001087        COPY HELOCAL.
001088*
001089*     VSAM KSDS RECORD LAYOUT - SHIFT-HANDOVER NOTES
001090        COPY HNDOVR.
001091*
001092*     LIVE DAY-VOLUME COUNTER IN TS QUEUE HELOCNT (SEE 0550)
001100        COPY HELOCNT.
001110*
001120*     WORKING COPY OF THE COMMAREA, BUILT BEFORE EACH RETURN
001510                    IF CKPT-FOUND
001520                        PERFORM 7500-REDISPLAY-DIALOG
001530                    ELSE
001540                        PERFORM 1400-LOOKUP-PROFILE
001550                        IF PROFILE-NOTFOUND
001560                            PERFORM 1500-LOOKUP-OPERNAME
001570                        END-IF
001580                        IF PROFILE-FOUND OR OPERNAME-FOUND
001600                            PERFORM 3000-BUILD-GREETING
001610                            PERFORM 5000-SEND-MENU
001620                        ELSE
003680                    END-IF
003690                END-IF
003700            END-IF.
003702            IF NOT AUTH-GRP-ADMIN
003704                PERFORM 0690-CHECK-SITE-CLOSED
003706            END-IF.
003710*
003712*     A SITE-CLOSURE DAY ON THE HELOCAL CALENDAR SHUTS THE
003714*     TRANSACTION TO EVERYONE BUT THE ADM GROUP, WHATEVER THE
003716*     SHIFT WINDOW SAYS; A HOLIDAY LEAVES ACCESS ALONE. NO
003718*     RECORD FOR TODAY IS THE NORMAL CASE. ANY OTHER FAILURE IS
003720*     LOGGED BUT DOES NOT LOCK THE FLOOR OUT.
003722        0690-CHECK-SITE-CLOSED.
003724            EXEC CICS ASKTIME
003726                ABSTIME(WS-ABSTIME)
003728            END-EXEC.
003730            EXEC CICS FORMATTIME
003732                ABSTIME(WS-ABSTIME)
003734                YYYYMMDD(WS-CHK-DATE)
003736            END-EXEC.
003738            MOVE SPACES TO HELOCAL-RECORD.
003740            MOVE WS-CHK-DATE TO CAL-DATE.
003742            EXEC CICS READ FILE("HELOCAL")
003744                INTO(HELOCAL-RECORD)
003746                RIDFLD(CAL-DATE)
003748                RESP(WS-CAL-RESP)
003750            END-EXEC.
003752            IF WS-CAL-RESP = DFHRESP-NORMAL
003754                IF CAL-CLOSURE
003756                    SET USER-SITE-CLOSED TO TRUE
003758                END-IF
003760            ELSE
003762                IF WS-CAL-RESP NOT = DFHRESP-NOTFND
003764                    PERFORM 9100-LOG-ERROR
003766                END-IF
003768            END-IF.
003770*
003772        0750-SEND-OUTSIDE-HOURS.
003774            MOVE SPACES TO HELOSEC-RECORD.
003776            IF USER-SITE-CLOSED
003778                SET SEC-SITE-CLOSED TO TRUE
003780            ELSE
003782                SET SEC-OUTSIDE-WINDOW TO TRUE
003784            END-IF.
003786            PERFORM 9400-WRITE-SECURITY-EVENT.
003788            MOVE LOW-VALUES TO HELLOEO.
003790            MOVE "OUTSIDE YOUR AUTHORIZED HOURS - ACCESS DENIED"
003792                TO ERMSGO.
003794            IF USER-SITE-CLOSED
003796                MOVE "SITE CLOSED TODAY - ACCESS DENIED" TO ERMSGO
003798            END-IF.
003800            EXEC CICS SEND MAP("HELLOE")
003802                MAPSET("HELLOM")
003804                FROM(HELLOEO)
003806                ERASE
003808            END-EXEC.
003810*
003813*     ANY HELLOAUTH RECORD ADMITS THE USER TO HELLO ITSELF, SO A
003816*     DENIAL HERE IS ALWAYS FOR WANT OF A GRANT.
003820        0700-SEND-NOT-AUTHORIZED.
003822            MOVE SPACES TO HELOSEC-RECORD.
003824            SET SEC-NO-GRANT TO TRUE.
003826            PERFORM 9400-WRITE-SECURITY-EVENT.
003830            MOVE LOW-VALUES TO HELLOEO.
003840            MOVE "NOT AUTHORIZED TO USE THIS TRANSACTION"
003850                TO ERMSGO.
003890                ERASE
003900            END-EXEC.
003910*
003920*     THE TARGET PROGRAM FOR A MENU CHOICE ISN'T INSTALLED (SEE
003930*     WS-XCTL-PROGRAM). INSTEAD OF ABENDING ON PGMIDERR, REDISPLAY
003940*     THE MENU WITH A "NOT YET AVAILABLE" MESSAGE.
003950        0800-PGM-NOT-AVAILABLE.
004300                LENGTH(LENGTH OF WS-COMMAREA)
004310            END-EXEC.
004320*
004322*     THE SIGNED-ON USER'S OWN PROFILE, KEYED BY USERID. WHEN
004324*     FOUND, ITS NAME AND LANGUAGE GO STRAIGHT INTO THE COMMAREA
004326*     AND THE TERMINAL'S OPERNAME RECORD IS NOT READ AT ALL.
004328        1400-LOOKUP-PROFILE.
004330            SET PROFILE-NOTFOUND TO TRUE.
004331            IF WS-USERID NOT = SPACES
004332                MOVE SPACES TO OPRPROF-RECORD
004333                MOVE WS-USERID TO PRF-USERID
004334                EXEC CICS READ FILE("OPRPROF")
004335                    INTO(OPRPROF-RECORD)
004336                    RIDFLD(PRF-USERID)
004337                    RESP(WS-RESP)
004338                END-EXEC
004339                IF WS-RESP = DFHRESP-NORMAL
004340                    SET PROFILE-FOUND TO TRUE
004341                    MOVE PRF-NAME TO CA-OPER-NAME OF WS-COMMAREA
004342                    MOVE PRF-LANG-CD TO CA-LANG-CD OF WS-COMMAREA
004343                ELSE
004344                    IF WS-RESP NOT = DFHRESP-NOTFND
004345                        PERFORM 9100-LOG-ERROR
004346                    END-IF
004347                END-IF
004348            END-IF.
004349*
004350*     FALLBACK FOR A USER WITH NO PROFILE - THE NAME AND
004351*     LANGUAGE OF WHOEVER THIS TERMINAL IS ASSIGNED TO.
004352        1500-LOOKUP-OPERNAME.
004353            MOVE EIBTRMID TO OPN-KEY.
004354            EXEC CICS READ FILE("OPERNAME")
004355                INTO(OPERNAME-RECORD)
004356                RIDFLD(OPN-KEY)
004357                RESP(WS-RESP)
004358            END-EXEC.
004400            IF WS-RESP = DFHRESP-NORMAL
004410                SET OPERNAME-FOUND TO TRUE
004412                MOVE OPN-NAME TO CA-OPER-NAME OF WS-COMMAREA
004414                MOVE OPN-LANG-CD TO CA-LANG-CD OF WS-COMMAREA
004420            ELSE
004430                SET OPERNAME-NOTFOUND TO TRUE
004440                IF WS-RESP NOT = DFHRESP-NOTFND
004850            END-STRING.
004860            PERFORM 3075-APPLY-BROADCAST.
004870            PERFORM 3200-BUILD-OPTION-LINES.
004875            PERFORM 3300-COUNT-OPEN-NOTES.
004880*
004890        3050-LOOKUP-MESSAGE.
004900*     CLEAR THE RECORD AREA FIRST - LANGUAGE RECORDS LOADED
005530                MOVE "  1  SHIFT HANDOVER" TO OPT1LO
005540            END-IF.
005550            IF OPT2-ALLOWED
005560                MOVE "  2  REQUEST ACCESS" TO OPT2LO
005570            END-IF.
005580            IF OPT3-ALLOWED
005590                MOVE "  3  APPROVE REQUESTS" TO OPT3LO
005600            END-IF.
005610*
005612*     COUNT THIS TERMINAL'S UNACKNOWLEDGED HANDOVER NOTES (THE
005614*     HANDOVER KEY LEADS WITH THE TERMINAL, SEE HNDOVR) AND PUT
005616*     THE COUNT ON THE MENU. NOTHING IS SHOWN WHEN THERE ARE
005618*     NONE; A COUNT PAST 999 SHOWS AS 999.
005620        3300-COUNT-OPEN-NOTES.
005622            MOVE 0 TO WS-OPEN-NOTES.
005624            MOVE "N" TO WS-NOTE-BROWSE-SW.
005626            MOVE EIBTRMID TO HND-TRMID.
005628            MOVE LOW-VALUES TO HND-STAMP.
005630            EXEC CICS STARTBR FILE("HANDOVER")
005632                RIDFLD(HND-KEY)
005634                GTEQ
005636                RESP(WS-RESP)
005638            END-EXEC.
005640            IF WS-RESP = DFHRESP-NORMAL
005642                PERFORM 3310-CHECK-NOTE
005644                    UNTIL WS-NOTE-BROWSE-DONE
005646                EXEC CICS ENDBR FILE("HANDOVER")
005648                    RESP(WS-RESP)
005650                END-EXEC
005652            ELSE
005654                IF WS-RESP NOT = DFHRESP-NOTFND
005656                    PERFORM 9100-LOG-ERROR
005658                END-IF
005660            END-IF.
005662            IF WS-OPEN-NOTES > 0
005664                IF WS-OPEN-NOTES > 999
005666                    MOVE 999 TO WS-OPEN-NOTES
005668                END-IF
005670                MOVE WS-OPEN-NOTES TO WS-OPEN-NOTES-ED
005672                STRING "HANDOVER NOTES TO ACKNOWLEDGE: "
005674                        DELIMITED BY SIZE
005676                    FUNCTION TRIM(WS-OPEN-NOTES-ED)
005678                        DELIMITED BY SIZE
005680                    INTO HNDLO
005682                END-STRING
005684            END-IF.
005686*
005688*     A NOTE FILED BEFORE THE ACK FIELDS EXISTED IS SHORTER THAN
005690*     THE RECORD AREA, SO THOSE FIELDS ARE CLEARED BEFORE EACH
005692*     READ - SUCH A NOTE COUNTS AS UNACKNOWLEDGED.
005694        3310-CHECK-NOTE.
005696            MOVE SPACES TO HND-ACK-USERID HND-ACK-STAMP.
005698            EXEC CICS READNEXT FILE("HANDOVER")
005700                INTO(HANDOVER-RECORD)
005702                RIDFLD(HND-KEY)
005704                RESP(WS-RESP)
005706            END-EXEC.
005708            EVALUATE WS-RESP
005710                WHEN DFHRESP-NORMAL
005712                    IF HND-TRMID NOT = EIBTRMID
005714                        SET WS-NOTE-BROWSE-DONE TO TRUE
005716                    ELSE
005718                        IF HND-ACK-USERID = SPACES
005720                            ADD 1 TO WS-OPEN-NOTES
005722                        END-IF
005724                    END-IF
005726                WHEN DFHRESP-ENDFILE
005728                    SET WS-NOTE-BROWSE-DONE TO TRUE
005730                WHEN OTHER
005732                    PERFORM 9100-LOG-ERROR
005734                    SET WS-NOTE-BROWSE-DONE TO TRUE
005736            END-EVALUATE.
005738*
005740*     SENDS HELLOG AS THE MENU LANDING SCREEN (GREETING + THE
005742*     NUMBERED OPTION LIST), CHECKPOINTS THE DIALOG, AND RETURNS
005744*     PSEUDO-CONVERSATIONALLY SO THE NEXT TASK CAN RECEIVE THE
005746*     OPERATOR'S CHOICE.
005748        5000-SEND-MENU.
005750            EXEC CICS SEND MAP("HELLOG")
005752                MAPSET("HELLOM")
005754                FROM(HELLOGO)
005756                ERASE
005758            END-EXEC.
005760            SET CA-ST-MENU OF WS-COMMAREA TO TRUE.
005762            PERFORM 0200-SAVE-CHECKPOINT.
005764            EXEC CICS RETURN
005766                TRANSID("HELO")
005768                COMMAREA(WS-COMMAREA)
005770                LENGTH(LENGTH OF WS-COMMAREA)
005780            END-EXEC.
005790*
006190                    ELSE
006200                        SET OPT-CHOICE-DENIED TO TRUE
006210                    END-IF
006220*     OPTION 4 IS SELF-SERVICE (CORRECT YOUR OWN OPRPROF ENTRY)
006230*     AND NEEDS NO GROUP BEYOND BEING AUTHORIZED TO RUN HELLO.
006240                WHEN "4"
006250                    PERFORM 6500-SEND-UPDATE-SCREEN
006310                IF OPT-CHOICE-DENIED
006320                    MOVE "NOT AUTHORIZED FOR THAT OPTION"
006330                        TO MSGLO OF HELLOGO
006332                    MOVE SPACES TO HELOSEC-RECORD
006334                    SET SEC-WRONG-GROUP TO TRUE
006336                    MOVE OPTFI TO SEC-OPTION
006338                    PERFORM 9400-WRITE-SECURITY-EVENT
006340                ELSE
006350                    MOVE "INVALID OPTION - TRY AGAIN"
006360                        TO MSGLO OF HELLOGO
006950                MOVE "NAME IS REQUIRED" TO WS-UPD-MSG
006960                PERFORM 6500-SEND-UPDATE-SCREEN
006970            END-IF.
006980            PERFORM 6700-REWRITE-PROFILE.
006990            PERFORM 3000-BUILD-GREETING.
007000            IF WS-UPD-MSG NOT = SPACES
007010                MOVE WS-UPD-MSG TO MSGLO OF HELLOGO
007020            END-IF.
007030            PERFORM 5000-SEND-MENU.
007040*
007050*     PUT THE CORRECTED NAME/LANGUAGE ON THE OPERATOR'S OWN
007060*     OPRPROF RECORD, KEYED BY THE SIGNED-ON USERID - NOT ON THE
007070*     TERMINAL'S OPERNAME RECORD, WHICH BELONGS TO WHOEVER THE
007075*     TERMINAL IS ASSIGNED TO. A USER WITH NO PROFILE YET GETS
007080*     ONE ADDED INSTEAD, SO THE CORRECTION STICKS EITHER WAY.
007090        6700-REWRITE-PROFILE.
007100            MOVE SPACES TO OPRPROF-RECORD.
007105            MOVE WS-USERID TO PRF-USERID.
007110            EXEC CICS READ FILE("OPRPROF")
007120                INTO(OPRPROF-RECORD)
007130                RIDFLD(PRF-USERID)
007140                UPDATE
007150                RESP(WS-RESP)
007160            END-EXEC.
007170            IF WS-RESP = DFHRESP-NORMAL
007173                MOVE SPACES TO HELOJRN-RECORD
007176                MOVE OPRPROF-RECORD TO JRN-BEFORE-IMAGE
007180                MOVE CA-OPER-NAME OF WS-COMMAREA TO PRF-NAME
007190                MOVE CA-LANG-CD OF WS-COMMAREA TO PRF-LANG-CD
007200                EXEC CICS REWRITE FILE("OPRPROF")
007210                    FROM(OPRPROF-RECORD)
007220                    RESP(WS-RESP)
007230                END-EXEC
007240                IF WS-RESP NOT = DFHRESP-NORMAL
007250                    PERFORM 9100-LOG-ERROR
007260                    MOVE "UPDATE FAILED - CONTACT THE HELP DESK"
007270                        TO WS-UPD-MSG
007272                ELSE
007274                    MOVE "C" TO JRN-ACTION
007276                    PERFORM 9300-WRITE-JOURNAL
007280                END-IF
007290            ELSE
007300                IF WS-RESP = DFHRESP-NOTFND
007310                    MOVE CA-OPER-NAME OF WS-COMMAREA TO PRF-NAME
007320                    MOVE CA-LANG-CD OF WS-COMMAREA TO PRF-LANG-CD
007330                    EXEC CICS WRITE FILE("OPRPROF")
007340                        FROM(OPRPROF-RECORD)
007350                        RIDFLD(PRF-USERID)
007360                        RESP(WS-RESP)
007370                    END-EXEC
007380                    IF WS-RESP NOT = DFHRESP-NORMAL
007390                        PERFORM 9100-LOG-ERROR
007400                        MOVE "ADD FAILED - CONTACT THE HELP DESK"
007410                            TO WS-UPD-MSG
007412                    ELSE
007414                        MOVE SPACES TO HELOJRN-RECORD
007416                        MOVE "A" TO JRN-ACTION
007418                        PERFORM 9300-WRITE-JOURNAL
007420                    END-IF
007430                ELSE
007440                    PERFORM 9100-LOG-ERROR
008240                RIDFLD(HIST-KEY)
008250                RESP(WS-LOG-RESP)
008260            END-EXEC.
008262*
008264*     WRITE THE OPTION-4 SELF-SERVICE CHANGE TO THE HELLOJRN
008266*     BEFORE/AFTER JOURNAL, AS HELM DOES FOR ITS OWN CHANGES.
008268*     THE CALLER HAS SET THE ACTION AND, FOR A CHANGE, THE
008270*     BEFORE IMAGE; THE AFTER IMAGE IS THE RECORD JUST FILED.
008272*     THE UPDATE HAS ALREADY BEEN MADE, SO A FAILED JOURNAL
008274*     WRITE IS LOGGED BUT THE OPERATOR IS NOT TOLD OF IT.
008276        9300-WRITE-JOURNAL.
008278            EXEC CICS ASKTIME
008280                ABSTIME(WS-ABSTIME)
008282            END-EXEC.
008284            EXEC CICS FORMATTIME
008286                ABSTIME(WS-ABSTIME)
008288                YYYYMMDD(JRN-DATE)
008290                TIME(JRN-TIME)
008292            END-EXEC.
008294            MOVE EIBTRMID TO JRN-TRMID.
008296            MOVE EIBTASKN TO JRN-TASKN.
008298            MOVE "OPRPROF" TO JRN-FILE.
008300            MOVE PRF-USERID TO JRN-REC-KEY.
008302            MOVE OPRPROF-RECORD TO JRN-AFTER-IMAGE.
008304            MOVE WS-USERID TO JRN-USERID.
008306            MOVE "HELO" TO JRN-SOURCE.
008308            EXEC CICS WRITE FILE("HELLOJRN")
008310                FROM(HELOJRN-RECORD)
008312                RIDFLD(JRN-KEY)
008314                RESP(WS-JRN-RESP)
008316            END-EXEC.
008318            IF WS-JRN-RESP NOT = DFHRESP-NORMAL
008320                PERFORM 9100-LOG-ERROR
008322            END-IF.
008324*
008326*     RECORD A REFUSED ACCESS ON THE HELOSEC SECURITY-EVENT LOG.
008328*     THE CALLER HAS SET THE REASON (AND, FOR A MENU OPTION, THE
008330*     OPTION KEYED); HELLOAUTH-RECORD STILL HOLDS WHAT 0600 READ,
008332*     SO AUTH-GROUP IS THE GROUP THAT WAS REFUSED. A FAILED WRITE
008334*     IS LOGGED BUT THE DENIAL STANDS.
008336        9400-WRITE-SECURITY-EVENT.
008338            EXEC CICS ASKTIME
008340                ABSTIME(WS-ABSTIME)
008342            END-EXEC.
008344            EXEC CICS FORMATTIME
008346                ABSTIME(WS-ABSTIME)
008348                YYYYMMDD(SEC-DATE)
008350                TIME(SEC-TIME)
008352            END-EXEC.
008354            MOVE EIBTRMID TO SEC-TRMID.
008356            MOVE EIBTASKN TO SEC-TASKN.
008358            MOVE WS-USERID TO SEC-USERID.
008360            MOVE EIBTRNID TO SEC-TRANID.
008362            MOVE "HELLO" TO SEC-PROGRAM.
008364            MOVE AUTH-GROUP TO SEC-AUTH-GROUP.
008366            EXEC CICS WRITE FILE("HELOSEC")
008368                FROM(HELOSEC-RECORD)
008370                RIDFLD(SEC-KEY)
008372                RESP(WS-SEC-RESP)
008374            END-EXEC.
008376            IF WS-SEC-RESP NOT = DFHRESP-NORMAL
008378                PERFORM 9100-LOG-ERROR
008380            END-IF.
008382*
008384*     CATCH-ALL FOR ANY UNHANDLED CONDITION OR ABEND (SEE THE
008386*     HANDLE CONDITION / HANDLE ABEND IN 0000-MAIN) SO A BAD
008388*     TERMINAL STATE GETS A FRIENDLY SCREEN, NOT A RAW ABEND.
008390        9999-ERROR.
008392            PERFORM 9100-LOG-ERROR.
008394            PERFORM 0400-DELETE-CHECKPOINT.
008396            MOVE LOW-VALUES TO HELLOEO.
008398            MOVE "TRANSACTION UNAVAILABLE - CONTACT THE HELP DESK"
008400                TO ERMSGO.
008402            EXEC CICS SEND MAP("HELLOE")
008404                MAPSET("HELLOM")
008406                FROM(HELLOEO)
008408                ERASE
008410                RESP(WS-RESP)
008420            END-EXEC.
008430*     RESP KEEPS A FAILING SEND (E.G. TERMINAL NOT IN A MAPPABLE
